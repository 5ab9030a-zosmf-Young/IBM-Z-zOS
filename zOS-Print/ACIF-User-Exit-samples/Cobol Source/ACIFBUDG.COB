000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 20:00:00 BY  HOWARDT VERSION 03  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFBUDG.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Cost-center budget versus actual reporting for the 00070000
000800               ACIF exit suite.                                   00080000
000900*                                                                 00090000
001000               The chargeback program (ACIFBILL) writes one       00100000
001100               general ledger summary record per cost center      00110000
001200               each month (GLSUMDD), stamped with the billing     00120000
001300               month. This program files each month's summary     00130000
001400               into a persistent year-to-date history: the old    00140000
001500               history (HISTIN) is copied to the new one          00150000
001600               (HISTOUT) and the month's records are added. Any   00160000
001700               history record for a month being loaded is         00170000
001800               dropped first, so a rerun of a month's billing     00180000
001900               replaces that month rather than doubling it.       00190000
002000*                                                                 00200000
002100               From the new history it prints, for every cost     00210000
002200               center, the month's pages and spend, the           00220000
002300               year-to-date pages and spend, the spend projected  00230000
002400               to year end (year to date over the months          00240000
002500               elapsed, times twelve), the annual budget from     00250000
002600               the budget file (BUDGETDD), and the projected      00260000
002700               variance as a percentage of budget. A cost center  00270000
002800               projected over budget by more than the tolerance   00280000
002900               (TOLERPCT keyword in EXITPARM, default 5) is       00290000
003000               flagged, and the step ends with return code 4.     00300000
003100*                                                                 00310000
003200               The report month is the latest month loaded, or    00320000
003300               the latest month on the history when no summary    00330000
003400               is supplied. Summary records written before the    00340000
003500               billing month was carried are filed under the      00350000
003600               BILLMON keyword (yyyymm), default last month.      00360000
003700               Run the first month with HISTIN as an empty        00370000
003800               dataset.                                           00380000
003810*                                                                 00381000
003820               A month whose summary records do not all fit the   00382000
003830               load table is not loaded: its old history records  00383000
003840               are carried forward unchanged and the step ends    00384000
003850               with return code 8. A record or cost center lost   00385000
003860               to any other full table ends the step with at      00386000
003870               least return code 4.                               00387000
003900*                                                                 00390000
004000 DATE-WRITTEN. 15 Oct 2026.                                       00400000
004100 DATE-COMPILED.                                                   00410000
004200 SECURITY. IBM SAMPLE CODE ONLY.                                  00420000
004300*/**************************************************************/ 00430000
004400*/* Licensed under the Apache License, Version 2.0 (the        */ 00440000
004500*/* "License"); you may not use this file except in compliance */ 00450000
004600*/* with the License. You may obtain a copy of the License at  */ 00460000
004700*/*                                                            */ 00470000
004800*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00480000
004900*/*                                                            */ 00490000
005000*/* Unless required by applicable law or agreed to in writing, */ 00500000
005100*/* software distributed under the License is distributed on an*/ 00510000
005200*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00520000
005300*/* KIND, either express or implied.  See the License for the  */ 00530000
005400*/* specific language governing permissions and limitations    */ 00540000
005500*/* under the License.                                         */ 00550000
005600*/*------------------------------------------------------------*/ 00560000
005700*/*                                                            */ 00570000
005800*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00580000
005900*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00590000
006000*/*                                                            */ 00600000
006100*/*   Permission to use, copy, modify, and distribute          */ 00610000
006200*/*   this software for any purpose with or without fee        */ 00620000
006300*/*   is hereby granted, provided that the above               */ 00630000
006400*/*   copyright notices appear in all copies.                  */ 00640000
006500*/*                                                            */ 00650000
006600*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00660000
006700*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00670000
006800*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00680000
006900*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00690000
007000*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00700000
007100*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00710000
007200*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00720000
007300*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00730000
007400*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00740000
007500*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00750000
007600*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00760000
007700*/**************************************************************/ 00770000
007800 TITLE 'ACIF Budget Versus Actual'.                               00780000
007900 ENVIRONMENT DIVISION.                                            00790000
008000 CONFIGURATION SECTION.                                           00800000
008100 SOURCE-COMPUTER. IBM-370.                                        00810000
008200 OBJECT-COMPUTER. IBM-370.                                        00820000
008300 INPUT-OUTPUT SECTION.                                            00830000
008400 FILE-CONTROL.                                                    00840000
008500     SELECT GLSUM-FILE ASSIGN TO GLSUMDD                          00850000
008600         ORGANIZATION IS SEQUENTIAL                               00860000
008700         FILE STATUS IS GLSUM-FILE-STATUS.                        00870000
008800     SELECT OLD-HISTORY-FILE ASSIGN TO HISTIN                     00880000
008900         ORGANIZATION IS SEQUENTIAL                               00890000
009000         FILE STATUS IS OLD-HISTORY-FILE-STATUS.                  00900000
009100     SELECT NEW-HISTORY-FILE ASSIGN TO HISTOUT                    00910000
009200         ORGANIZATION IS SEQUENTIAL                               00920000
009300         FILE STATUS IS NEW-HISTORY-FILE-STATUS.                  00930000
009400     SELECT BUDGET-FILE ASSIGN TO BUDGETDD                        00940000
009500         ORGANIZATION IS SEQUENTIAL                               00950000
009600         FILE STATUS IS BUDGET-FILE-STATUS.                       00960000
009700     SELECT PARM-FILE ASSIGN TO EXITPARM                          00970000
009800         ORGANIZATION IS SEQUENTIAL                               00980000
009900         FILE STATUS IS PARM-FILE-STATUS.                         00990000
010000     SELECT PRINT-FILE ASSIGN TO REPORTDD                         01000000
010100         ORGANIZATION IS SEQUENTIAL                               01010000
010200         FILE STATUS IS PRINT-FILE-STATUS.                        01020000
010300     EJECT                                                        01030000
010400 DATA DIVISION.                                                   01040000
010500 FILE SECTION.                                                    01050000
010600* THE GENERAL LEDGER SUMMARY FEED AS ACIFBILL WRITES IT, ONE      01060000
010700* RECORD PER COST CENTER FOR THE BILLING MONTH (YYYYMM).          01070000
010800 FD  GLSUM-FILE                                                   01080000
010900     LABEL RECORDS ARE STANDARD.                                  01090000
011000 01  GLSUM-RECORD.                                                01100000
011100     05  GLS-COST-CENTER     PIC X(8).                            01110000
011200     05  GLS-DOCS            PIC 9(9).                            01120000
011300     05  GLS-PAGES           PIC 9(9).                            01130000
011400     05  GLS-AMOUNT          PIC 9(9)V99.                         01140000
011500     05  GLS-MONTH           PIC X(6).                            01150000
011600     05  FILLER              PIC X(37).                           01160000
011700* THE YEAR-TO-DATE HISTORY, ONE RECORD PER COST CENTER PER        01170000
011800* MONTH: THE DOCUMENTS, PAGES AND AMOUNT BILLED, AND THE DATE THE 01180000
011900* MONTH WAS LOADED. HISTIN IS THE CURRENT GENERATION, HISTOUT     01190000
012000* THE NEW ONE.                                                    01200000
012100 FD  OLD-HISTORY-FILE                                             01210000
012200     LABEL RECORDS ARE STANDARD.                                  01220000
012300 01  OLD-HISTORY-RECORD.                                          01230000
012400     05  OHS-COST-CENTER     PIC X(8).                            01240000
012500     05  FILLER              PIC X.                               01250000
012600     05  OHS-MONTH           PIC X(6).                            01260000
012700     05  FILLER              PIC X(65).                           01270000
012800 FD  NEW-HISTORY-FILE                                             01280000
012900     LABEL RECORDS ARE STANDARD.                                  01290000
013000 01  NEW-HISTORY-RECORD.                                          01300000
013100     05  NHS-COST-CENTER     PIC X(8).                            01310000
013200     05  FILLER              PIC X.                               01320000
013300     05  NHS-MONTH           PIC X(6).                            01330000
013400     05  FILLER              PIC X.                               01340000
013500     05  NHS-DOCS            PIC 9(9).                            01350000
013600     05  FILLER              PIC X.                               01360000
013700     05  NHS-PAGES           PIC 9(9).                            01370000
013800     05  FILLER              PIC X.                               01380000
013900     05  NHS-AMOUNT          PIC 9(9)V99.                         01390000
014000     05  FILLER              PIC X.                               01400000
014100     05  NHS-LOAD-DATE       PIC X(8).                            01410000
014200     05  FILLER              PIC X(24).                           01420000
014300* THE ANNUAL BUDGETS, ONE RECORD PER COST CENTER PER YEAR: THE    01430000
014400* COST CENTER, THE YEAR, AND THE BUDGETED SPEND FOR THE YEAR.     01440000
014500* RECORDS BEGINNING WITH '*' ARE COMMENTS.                        01450000
014600 FD  BUDGET-FILE                                                  01460000
014700     LABEL RECORDS ARE STANDARD.                                  01470000
014800 01  BUDGET-RECORD.                                               01480000
014900     05  BGT-COST-CENTER     PIC X(8).                            01490000
015000     05  FILLER              PIC X.                               01500000
015100     05  BGT-YEAR            PIC X(4).                            01510000
015200     05  FILLER              PIC X.                               01520000
015300     05  BGT-AMOUNT          PIC 9(9)V99.                         01530000
015400     05  FILLER              PIC X(55).                           01540000
015500* THE EXIT OPTIONS FILE. KEYWORD IN COLUMNS 1-8, '=' IN           01550000
015600* COLUMN 9, VALUE IN COLUMNS 10-17 (NUMERIC VALUES ZERO           01560000
015700* PADDED). RECORDS BEGINNING WITH '*' ARE COMMENTS.               01570000
015800 FD  PARM-FILE                                                    01580000
015900     LABEL RECORDS ARE STANDARD.                                  01590000
016000 01  PARM-RECORD.                                                 01600000
016100     05  PARM-KEYWORD        PIC X(8).                            01610000
016200     05  FILLER              PIC X.                               01620000
016300     05  PARM-VALUE          PIC X(8).                            01630000
016400     05  PARM-VALUE-NUM      REDEFINES PARM-VALUE PIC 9(8).       01640000
016500     05  FILLER              PIC X(63).                           01650000
016600 FD  PRINT-FILE                                                   01660000
016700     LABEL RECORDS ARE STANDARD.                                  01670000
016800 01  PRINT-RECORD            PIC X(121).                          01680000
016900 WORKING-STORAGE SECTION.                                         01690000
017000 77  PGMNAME                 PIC X(8) VALUE 'ACIFBUDG'.           01700000
017100 77  GLSUM-FILE-STATUS       PIC XX VALUE '00'.                   01710000
017200     88  GLSUM-FILE-OK       VALUE '00'.                          01720000
017300 77  OLD-HISTORY-FILE-STATUS PIC XX VALUE '00'.                   01730000
017400     88  OLD-HISTORY-FILE-OK VALUE '00'.                          01740000
017500 77  NEW-HISTORY-FILE-STATUS PIC XX VALUE '00'.                   01750000
017600     88  NEW-HISTORY-FILE-OK VALUE '00'.                          01760000
017700 77  BUDGET-FILE-STATUS      PIC XX VALUE '00'.                   01770000
017800     88  BUDGET-FILE-OK      VALUE '00'.                          01780000
017900 77  PARM-FILE-STATUS        PIC XX VALUE '00'.                   01790000
018000     88  PARM-FILE-OK        VALUE '00'.                          01800000
018100 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01810000
018200     88  PRINT-FILE-OK       VALUE '00'.                          01820000
018300 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.               01830000
018400     88  PARM-OPENED         VALUE HIGH-VALUE.                    01840000
018500 77  PARM-LOAD-FLAG          PIC X VALUE LOW-VALUE.               01850000
018600     88  PARM-LOAD-DONE      VALUE HIGH-VALUE.                    01860000
018700 77  NEW-HISTORY-OPEN-FLAG   PIC X VALUE LOW-VALUE.               01870000
018800     88  NEW-HISTORY-OPENED  VALUE HIGH-VALUE.                    01880000
018900     88  NEW-HISTORY-CLOSED  VALUE LOW-VALUE.                     01890000
019000 77  GLSUM-DONE-FLAG         PIC X VALUE LOW-VALUE.               01900000
019100     88  GLSUM-DONE          VALUE HIGH-VALUE.                    01910000
019200 77  HISTORY-DONE-FLAG       PIC X VALUE LOW-VALUE.               01920000
019300     88  HISTORY-DONE        VALUE HIGH-VALUE.                    01930000
019400 77  BUDGET-DONE-FLAG        PIC X VALUE LOW-VALUE.               01940000
019500     88  BUDGET-DONE         VALUE HIGH-VALUE.                    01950000
019600 77  FOLD-DONE-FLAG          PIC X VALUE LOW-VALUE.               01960000
019700     88  FOLD-DONE           VALUE HIGH-VALUE.                    01970000
019800 77  TODAY-DATE              PIC X(8).                            01980000
019900* the tolerance: a cost center projected over budget by more      01990000
020000* than this percentage is flagged.                                02000000
020100 77  TOLER-PCT               PIC S9(4) BINARY VALUE 5.            02010000
020200* the month given to summary records that carry none, and the     02020000
020300* date work area used to step back to last month for it.          02030000
020400 77  BILL-MONTH              PIC X(6) VALUE SPACES.               02040000
020500 01  MONTH-START-DATE        PIC X(8).                            02050000
020600 01  MONTH-START-NUM         REDEFINES MONTH-START-DATE PIC 9(8). 02060000
020700* the month under edit, in yyyymm form.                           02070000
020800 01  TEST-PERIOD             PIC X(6).                            02080000
020900 01  FILLER                  REDEFINES TEST-PERIOD.               02090000
021000     05  TEST-PERIOD-YEAR    PIC 9(4).                            02100000
021100     05  TEST-PERIOD-MONTH   PIC 9(2).                            02110000
021200 77  TEST-PERIOD-FLAG        PIC X VALUE LOW-VALUE.               02120000
021300     88  TEST-PERIOD-VALID   VALUE HIGH-VALUE.                    02130000
021400     88  TEST-PERIOD-INVALID VALUE LOW-VALUE.                     02140000
021500* the month reported on, its year, and the months of the year     02150000
021600* elapsed by its end. HIGH-MONTH is the latest month written to   02160000
021700* the new history.                                                02170000
021800 77  REPORT-MONTH            PIC X(6) VALUE SPACES.               02180000
021900 77  REPORT-YEAR             PIC X(4) VALUE SPACES.               02190000
022000 77  ELAPSED-MONTHS          PIC S9(4) BINARY VALUE ZERO.         02200000
022100 77  HIGH-MONTH              PIC X(6) VALUE SPACES.               02210000
022200* the summary records being loaded, one entry per cost center     02220000
022300* and month; a later record for the same cost center and month    02230000
022400* supersedes an earlier one.                                      02240000
022500 77  LDM-MAX                 PIC S9(4) BINARY VALUE 500.          02250000
022600 77  LDM-SUB                 PIC S9(4) BINARY VALUE ZERO.         02260000
022700 77  LDM-HIT                 PIC S9(4) BINARY VALUE ZERO.         02270000
022800 01  LOADED-GLSUM-AREA.                                           02280000
022900     05  LDM-COUNT           PIC S9(4) BINARY VALUE ZERO.         02290000
023000     05  LDM-ENTRY           OCCURS 500 TIMES.                    02300000
023100         10  LDM-COST-CENTER PIC X(8).                            02310000
023200         10  LDM-MONTH       PIC X(6).                            02320000
023300         10  LDM-DOCS        PIC 9(9).                            02330000
023400         10  LDM-PAGES       PIC 9(9).                            02340000
023500         10  LDM-AMOUNT      PIC 9(9)V99.                         02350000
023600* the months being loaded. every history record for one of        02360000
023700* these months is replaced.                                       02370000
023800 77  MON-MAX                 PIC S9(4) BINARY VALUE 24.           02380000
023900 77  MON-SUB                 PIC S9(4) BINARY VALUE ZERO.         02390000
024000 77  MON-HIT                 PIC S9(4) BINARY VALUE ZERO.         02400000
024100 77  SEARCH-MONTH            PIC X(6).                            02410000
024200 01  LOADED-MONTH-AREA.                                           02420000
024300     05  MON-COUNT           PIC S9(4) BINARY VALUE ZERO.         02430000
024400     05  MON-ENTRY           OCCURS 24 TIMES.                     02440000
024500         10  MON-MONTH       PIC X(6).                            02450000
024600         10  MON-LOADED      PIC S9(8) BINARY.                    02460000
024700         10  MON-REPLACED    PIC S9(8) BINARY.                    02470000
024740         10  MON-HELD-FLAG   PIC X.                               02474000
024780             88  MON-HELD    VALUE 'Y'.                           02478000
024800* the cost centers reported: the budget for the report year, and  02480000
024900* the month and year-to-date totals from the history.             02490000
025000 77  CCB-MAX                 PIC S9(4) BINARY VALUE 200.          02500000
025100 77  CCB-SUB                 PIC S9(4) BINARY VALUE ZERO.         02510000
025200 77  CCB-HIT                 PIC S9(4) BINARY VALUE ZERO.         02520000
025300 77  SEARCH-COST-CENTER      PIC X(8).                            02530000
025400 01  COST-CENTER-AREA.                                            02540000
025500     05  CCB-COUNT           PIC S9(4) BINARY VALUE ZERO.         02550000
025600     05  CCB-ENTRY           OCCURS 200 TIMES.                    02560000
025700         10  CCB-COST-CENTER PIC X(8).                            02570000
025800         10  CCB-BUDGET-FLAG PIC X.                               02580000
025900             88  CCB-HAS-BUDGET VALUE 'Y'.                        02590000
026000         10  CCB-BUDGET      PIC S9(9)V99 COMP-3.                 02600000
026100         10  CCB-MONTH-PAGES PIC S9(11) COMP-3.                   02610000
026200         10  CCB-MONTH-AMOUNT PIC S9(11)V99 COMP-3.               02620000
026300         10  CCB-YTD-PAGES   PIC S9(11) COMP-3.                   02630000
026400         10  CCB-YTD-AMOUNT  PIC S9(11)V99 COMP-3.                02640000
026500* the projection and variance of the entry being printed, and     02650000
026600* the report totals.                                              02660000
026700 77  PROJECTED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.     02670000
026800 77  VARIANCE-PCT            PIC S9(5)V9 COMP-3 VALUE ZERO.       02680000
026900 77  TOT-MONTH-PAGES         PIC S9(11) COMP-3 VALUE ZERO.        02690000
027000 77  TOT-MONTH-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.     02700000
027100 77  TOT-YTD-PAGES           PIC S9(11) COMP-3 VALUE ZERO.        02710000
027200 77  TOT-YTD-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.     02720000
027300 77  TOT-PROJECTED           PIC S9(11)V99 COMP-3 VALUE ZERO.     02730000
027400 77  TOT-BUDGET              PIC S9(11)V99 COMP-3 VALUE ZERO.     02740000
027500 77  TOT-BUDGETED-PROJECTED  PIC S9(11)V99 COMP-3 VALUE ZERO.     02750000
027600* run totals.                                                     02760000
027700 77  GLSUM-READ-COUNT        PIC S9(8) BINARY VALUE ZERO.         02770000
027800 77  GLSUM-REJECT-COUNT      PIC S9(8) BINARY VALUE ZERO.         02780000
027900 77  GLSUM-UNDATED-COUNT     PIC S9(8) BINARY VALUE ZERO.         02790000
028000 77  GLSUM-SUPERSEDED-COUNT  PIC S9(8) BINARY VALUE ZERO.         02800000
028100 77  HISTORY-READ-COUNT      PIC S9(8) BINARY VALUE ZERO.         02810000
028200 77  HISTORY-KEPT-COUNT      PIC S9(8) BINARY VALUE ZERO.         02820000
028300 77  HISTORY-REPLACED-COUNT  PIC S9(8) BINARY VALUE ZERO.         02830000
028400 77  HISTORY-WRITTEN-COUNT   PIC S9(8) BINARY VALUE ZERO.         02840000
028500 77  BUDGET-REJECT-COUNT     PIC S9(8) BINARY VALUE ZERO.         02850000
028600 77  FLAGGED-COUNT           PIC S9(8) BINARY VALUE ZERO.         02860000
028700 77  NO-BUDGET-COUNT         PIC S9(8) BINARY VALUE ZERO.         02870000
028800 77  TABLE-FULL-COUNT        PIC S9(8) BINARY VALUE ZERO.         02880000
028900 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02890000
029000* report line layouts.                                            02900000
029100 01  PAGE-HEADING-1.                                              02910000
029200     05  FILLER              PIC X(36) VALUE                      02920000
029300         'ACIF BUDGET VERSUS ACTUAL FOR MONTH '.                  02930000
029400     05  HDG-MONTH           PIC X(6).                            02940000
029500     05  FILLER              PIC X(79) VALUE SPACES.              02950000
029600 01  SECTION-HEADING.                                             02960000
029700     05  FILLER              PIC X(2) VALUE SPACES.               02970000
029800     05  SHD-TEXT            PIC X(60).                           02980000
029900     05  FILLER              PIC X(59) VALUE SPACES.              02990000
030000 01  MONTH-LOADED-LINE.                                           03000000
030100     05  FILLER              PIC X(2) VALUE SPACES.               03010000
030200     05  MLL-MONTH           PIC X(6).                            03020000
030300     05  FILLER              PIC X(2) VALUE SPACES.               03030000
030400     05  MLL-LOADED          PIC Z,ZZZ,ZZ9.                       03040000
030500     05  FILLER              PIC X(21) VALUE                      03050000
030600         ' COST CENTERS LOADED '.                                 03060000
030700     05  MLL-REPLACED        PIC Z,ZZZ,ZZ9.                       03070000
030800     05  FILLER              PIC X(25) VALUE                      03080000
030900         ' HISTORY RECORDS REPLACED'.                             03090000
031000     05  FILLER              PIC X(2) VALUE SPACES.               03100000
031040     05  MLL-STATUS          PIC X(30).                           03104000
031080     05  FILLER              PIC X(15) VALUE SPACES.              03108000
031100 01  PERIOD-HEADING.                                              03110000
031200     05  FILLER              PIC X(2) VALUE SPACES.               03120000
031300     05  FILLER              PIC X(16) VALUE 'SPEND FOR MONTH '.  03130000
031400     05  PRD-MONTH           PIC X(6).                            03140000
031500     05  FILLER              PIC X(17) VALUE                      03150000
031600         ', MONTHS ELAPSED '.                                     03160000
031700     05  PRD-ELAPSED         PIC Z9.                              03170000
031800     05  FILLER              PIC X(24) VALUE                      03180000
031900         ', OVER-BUDGET TOLERANCE '.                              03190000
032000     05  PRD-TOLER           PIC ZZ9.                             03200000
032100     05  FILLER              PIC X VALUE '%'.                     03210000
032200     05  FILLER              PIC X(50) VALUE SPACES.              03220000
032300 01  DETAIL-HEADING.                                              03230000
032400     05  FILLER              PIC X(12) VALUE '  COST CTR  '.      03240000
032500     05  FILLER              PIC X(11) VALUE ' MO PAGES  '.       03250000
032600     05  FILLER              PIC X(16) VALUE                      03260000
032700         '  MONTH AMOUNT  '.                                      03270000
032800     05  FILLER              PIC X(11) VALUE 'YTD PAGES  '.       03280000
032900     05  FILLER              PIC X(16) VALUE                      03290000
033000         '    YTD AMOUNT  '.                                      03300000
033100     05  FILLER              PIC X(16) VALUE                      03310000
033200         '  PROJECTED YE  '.                                      03320000
033300     05  FILLER              PIC X(16) VALUE                      03330000
033400         '        BUDGET  '.                                      03340000
033500     05  FILLER              PIC X(10) VALUE '  VARIANCE'.        03350000
033600     05  FILLER              PIC X(13) VALUE '  STATUS     '.     03360000
033700 01  DETAIL-LINE.                                                 03370000
033800     05  FILLER              PIC X(2) VALUE SPACES.               03380000
033900     05  DTL-COST-CENTER     PIC X(8).                            03390000
034000     05  FILLER              PIC X(2) VALUE SPACES.               03400000
034100     05  DTL-MONTH-PAGES     PIC Z,ZZZ,ZZ9.                       03410000
034200     05  FILLER              PIC X(2) VALUE SPACES.               03420000
034300     05  DTL-MONTH-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.                  03430000
034400     05  FILLER              PIC X(2) VALUE SPACES.               03440000
034500     05  DTL-YTD-PAGES       PIC Z,ZZZ,ZZ9.                       03450000
034600     05  FILLER              PIC X(2) VALUE SPACES.               03460000
034700     05  DTL-YTD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.                  03470000
034800     05  FILLER              PIC X(2) VALUE SPACES.               03480000
034900     05  DTL-PROJECTED       PIC ZZZ,ZZZ,ZZ9.99.                  03490000
035000     05  FILLER              PIC X(2) VALUE SPACES.               03500000
035100     05  DTL-BUDGET          PIC ZZZ,ZZZ,ZZ9.99.                  03510000
035200     05  FILLER              PIC X(2) VALUE SPACES.               03520000
035300     05  DTL-VARIANCE        PIC ---,--9.9.                       03530000
035400     05  DTL-VARIANCE-X      REDEFINES DTL-VARIANCE PIC X(9).     03540000
035500     05  DTL-PCT-SIGN        PIC X.                               03550000
035600     05  FILLER              PIC X(2) VALUE SPACES.               03560000
035700     05  DTL-STATUS          PIC X(11).                           03570000
035800 01  SUMMARY-LINE.                                                03580000
035900     05  FILLER              PIC X(2) VALUE SPACES.               03590000
036000     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03600000
036100     05  FILLER              PIC X VALUE SPACE.                   03610000
036200     05  SUM-TEXT            PIC X(50).                           03620000
036300     05  FILLER              PIC X(59) VALUE SPACES.              03630000
036400     SKIP1                                                        03640000
036500 TITLE 'Initialization and Main Line'.                            03650000
036600 PROCEDURE DIVISION.                                              03660000
036700     PERFORM INITIALIZE-RUN.                                      03670000
036800     PERFORM LOAD-ONE-GLSUM UNTIL GLSUM-DONE.                     03680000
036900     PERFORM COPY-ONE-HISTORY UNTIL HISTORY-DONE.                 03690000
037000     PERFORM WRITE-LOADED-MONTHS.                                 03700000
037100     PERFORM SETTLE-REPORT-MONTH.                                 03710000
037200     PERFORM LOAD-BUDGETS.                                        03720000
037300     PERFORM REREAD-HISTORY.                                      03730000
037400     PERFORM PRINT-HEADING.                                       03740000
037500     PERFORM PRINT-MONTHS-LOADED.                                 03750000
037600     PERFORM PRINT-COST-CENTERS.                                  03760000
037700     PERFORM PRINT-SUMMARY.                                       03770000
037800     PERFORM FINISH-RUN.                                          03780000
037900     GOBACK.                                                      03790000
038000* settle the default billing month and open the files. the new    03800000
038100* history is only written when the old one could be read, so a    03810000
038200* missing HISTIN never produces a history that has lost its       03820000
038300* earlier months.                                                 03830000
038400 INITIALIZE-RUN.                                                  03840000
038500     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03850000
038600     MOVE TODAY-DATE TO MONTH-START-DATE.                         03860000
038700     MOVE '01' TO MONTH-START-DATE (7 : 2).                       03870000
038800     COMPUTE MONTH-START-NUM = FUNCTION DATE-OF-INTEGER (         03880000
038900         FUNCTION INTEGER-OF-DATE (MONTH-START-NUM) - 1).         03890000
039000     MOVE MONTH-START-DATE (1 : 6) TO BILL-MONTH.                 03900000
039100     PERFORM LOAD-PARMS.                                          03910000
039200     OPEN OUTPUT PRINT-FILE.                                      03920000
039300     IF NOT PRINT-FILE-OK                                         03930000
039400      THEN                                                        03940000
039500      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03950000
039600          PRINT-FILE-STATUS;                                      03960000
039700      MOVE 8 TO RETURN-CODE                                       03970000
039800     END-IF.                                                      03980000
039900     OPEN INPUT GLSUM-FILE.                                       03990000
040000     IF NOT GLSUM-FILE-OK                                         04000000
040100      THEN                                                        04010000
040200      DISPLAY PGMNAME, ' OPEN OF GLSUMDD FAILED, FILE STATUS=',   04020000
040300          GLSUM-FILE-STATUS, ' - NO MONTH LOADED.';               04030000
040400      MOVE 8 TO RETURN-CODE;                                      04040000
040500      SET GLSUM-DONE TO TRUE                                      04050000
040600     END-IF.                                                      04060000
040700     OPEN INPUT OLD-HISTORY-FILE.                                 04070000
040800     IF NOT OLD-HISTORY-FILE-OK                                   04080000
040900      THEN                                                        04090000
041000      DISPLAY PGMNAME, ' OPEN OF HISTIN FAILED, FILE STATUS=',    04100000
041100          OLD-HISTORY-FILE-STATUS, ' - HISTORY NOT REWRITTEN.';   04110000
041200      MOVE 8 TO RETURN-CODE;                                      04120000
041300      SET HISTORY-DONE TO TRUE                                    04130000
041400      ELSE                                                        04140000
041500      OPEN OUTPUT NEW-HISTORY-FILE;                               04150000
041600      IF NEW-HISTORY-FILE-OK                                      04160000
041700       THEN                                                       04170000
041800       SET NEW-HISTORY-OPENED TO TRUE                             04180000
041900       ELSE                                                       04190000
042000       DISPLAY PGMNAME, ' OPEN OF HISTOUT FAILED, FILE STATUS=',  04200000
042100           NEW-HISTORY-FILE-STATUS;                               04210000
042200       MOVE 8 TO RETURN-CODE;                                     04220000
042300       SET HISTORY-DONE TO TRUE                                   04230000
042400      END-IF                                                      04240000
042500     END-IF.                                                      04250000
042600* load the job options from the EXITPARM dataset. a missing       04260000
042700* file leaves the tolerance and billing month at their defaults.  04270000
042800 LOAD-PARMS.                                                      04280000
042900     OPEN INPUT PARM-FILE.                                        04290000
043000     IF PARM-FILE-OK                                              04300000
043100      THEN                                                        04310000
043200      SET PARM-OPENED TO TRUE                                     04320000
043300      ELSE                                                        04330000
043400      DISPLAY PGMNAME, ' EXITPARM NOT AVAILABLE, FILE STATUS=',   04340000
043500          PARM-FILE-STATUS, ' - DEFAULT TOLERANCE IN EFFECT.';    04350000
043600      SET PARM-LOAD-DONE TO TRUE                                  04360000
043700     END-IF.                                                      04370000
043800     PERFORM LOAD-ONE-PARM UNTIL PARM-LOAD-DONE.                  04380000
043900     IF PARM-OPENED                                               04390000
044000      THEN                                                        04400000
044100      CLOSE PARM-FILE                                             04410000
044200     END-IF.                                                      04420000
044300 LOAD-ONE-PARM.                                                   04430000
044400     READ PARM-FILE.                                              04440000
044500     IF PARM-FILE-OK                                              04450000
044600      THEN                                                        04460000
044700      PERFORM STORE-PARM                                          04470000
044800      ELSE                                                        04480000
044900      SET PARM-LOAD-DONE TO TRUE                                  04490000
045000     END-IF.                                                      04500000
045100 STORE-PARM.                                                      04510000
045200     EVALUATE PARM-KEYWORD                                        04520000
045300       WHEN 'TOLERPCT'                                            04530000
045400         IF PARM-VALUE-NUM NUMERIC AND PARM-VALUE-NUM < 1000      04540000
045500          THEN                                                    04550000
045600          MOVE PARM-VALUE-NUM TO TOLER-PCT                        04560000
045700          ELSE                                                    04570000
045800          DISPLAY PGMNAME, ' INVALID TOLERPCT VALUE ',            04580000
045900              'IGNORED: ', PARM-VALUE                             04590000
046000         END-IF                                                   04600000
046100       WHEN 'BILLMON '                                            04610000
046200         MOVE PARM-VALUE (1 : 6) TO TEST-PERIOD;                  04620000
046300         PERFORM EDIT-TEST-PERIOD;                                04630000
046400         IF TEST-PERIOD-VALID AND PARM-VALUE (7 : 2) = SPACES     04640000
046500          THEN                                                    04650000
046600          MOVE TEST-PERIOD TO BILL-MONTH                          04660000
046700          ELSE                                                    04670000
046800          DISPLAY PGMNAME, ' INVALID BILLMON VALUE ',             04680000
046900              'IGNORED: ', PARM-VALUE                             04690000
047000         END-IF                                                   04700000
047100       WHEN SPACES                                                04710000
047200         CONTINUE                                                 04720000
047300       WHEN OTHER                                                 04730000
047400         CONTINUE                                                 04740000
047500     END-EVALUATE.                                                04750000
047600* check that TEST-PERIOD holds a plausible yyyymm month.          04760000
047700 EDIT-TEST-PERIOD.                                                04770000
047800     SET TEST-PERIOD-INVALID TO TRUE.                             04780000
047900     IF TEST-PERIOD NUMERIC                                       04790000
048000      THEN                                                        04800000
048100      IF TEST-PERIOD-YEAR > 1600 AND                              04810000
048200         TEST-PERIOD-MONTH > 0 AND TEST-PERIOD-MONTH < 13         04820000
048300       THEN                                                       04830000
048400       SET TEST-PERIOD-VALID TO TRUE                              04840000
048500      END-IF                                                      04850000
048600     END-IF.                                                      04860000
048700     EJECT                                                        04870000
048800* read the month's summary records into the load table.           04880000
048900 LOAD-ONE-GLSUM.                                                  04890000
049000     READ GLSUM-FILE.                                             04900000
049100     IF NOT GLSUM-FILE-OK                                         04910000
049200      THEN                                                        04920000
049300      SET GLSUM-DONE TO TRUE                                      04930000
049400      ELSE                                                        04940000
049500      ADD 1 TO GLSUM-READ-COUNT;                                  04950000
049600      PERFORM STORE-GLSUM                                         04960000
049700     END-IF.                                                      04970000
049800* edit one summary record. a record with no month is filed under  04980000
049900* the billing month; one that fails the edits is reported and     04990000
050000* skipped.                                                        05000000
050100 STORE-GLSUM.                                                     05010000
050200     IF GLS-MONTH = SPACES                                        05020000
050300      THEN                                                        05030000
050400      MOVE BILL-MONTH TO GLS-MONTH;                               05040000
050500      ADD 1 TO GLSUM-UNDATED-COUNT                                05050000
050600     END-IF.                                                      05060000
050700     MOVE GLS-MONTH TO TEST-PERIOD.                               05070000
050800     PERFORM EDIT-TEST-PERIOD.                                    05080000
050900     IF GLS-COST-CENTER = SPACES OR GLS-DOCS NOT NUMERIC          05090000
051000        OR GLS-PAGES NOT NUMERIC OR GLS-AMOUNT NOT NUMERIC        05100000
051100        OR TEST-PERIOD-INVALID                                    05110000
051200      THEN                                                        05120000
051300      DISPLAY PGMNAME, ' INVALID GL SUMMARY RECORD SKIPPED: ',    05130000
051400          GLS-COST-CENTER, ' ', GLS-MONTH;                        05140000
051500      ADD 1 TO GLSUM-REJECT-COUNT                                 05150000
051600      ELSE                                                        05160000
051700      PERFORM FILE-GLSUM                                          05170000
051800     END-IF.                                                      05180000
051900* file the record under its month and cost center. the month is   05190000
052000* entered first: a record whose month cannot be tracked is not    05200000
052100* loaded, since its month's history could not be replaced. a new  05210000
052140* month needs a load table entry for its first record, so one is  05214000
052180* only entered while the load table has room.                     05218000
052200 FILE-GLSUM.                                                      05220000
052300     MOVE GLS-MONTH TO SEARCH-MONTH.                              05230000
052400     PERFORM FIND-MONTH.                                          05240000
052500     IF MON-HIT = ZERO                                            05250000
052600      THEN                                                        05260000
052700      IF MON-COUNT < MON-MAX AND LDM-COUNT < LDM-MAX              05270000
052800       THEN                                                       05280000
052900       ADD 1 TO MON-COUNT;                                        05290000
053000       MOVE MON-COUNT TO MON-HIT;                                 05300000
053100       MOVE GLS-MONTH TO MON-MONTH (MON-HIT);                     05310000
053200       MOVE ZERO TO MON-LOADED (MON-HIT);                         05320000
053300       MOVE ZERO TO MON-REPLACED (MON-HIT);                       05330000
053350       MOVE 'N' TO MON-HELD-FLAG (MON-HIT)                        05335000
053400       ELSE                                                       05340000
053500       DISPLAY PGMNAME, ' MONTH NOT LOADED, TABLE FULL: ',        05350000
053600           GLS-COST-CENTER, ' ', GLS-MONTH;                       05360000
053700       ADD 1 TO TABLE-FULL-COUNT;                                 05370000
053750       MOVE 8 TO RETURN-CODE                                      05375000
053800      END-IF                                                      05380000
053900     END-IF.                                                      05390000
054000     IF MON-HIT > 0                                               05400000
054100      THEN                                                        05410000
054200      PERFORM FILE-GLSUM-ENTRY                                    05420000
054300     END-IF.                                                      05430000
054330* a month that overflows the load table is held back: none of its 05433000
054360* records are written and its old history is carried forward, so  05436000
054390* no cost center drops out of the history for that month.         05439000
054400 FILE-GLSUM-ENTRY.                                                05440000
054500     MOVE ZERO TO LDM-HIT.                                        05450000
054600     PERFORM SCAN-LOADED VARYING LDM-SUB FROM 1 BY 1              05460000
054700         UNTIL LDM-SUB > LDM-COUNT OR LDM-HIT > 0.                05470000
054800     IF LDM-HIT > 0                                               05480000
054900      THEN                                                        05490000
055000      ADD 1 TO GLSUM-SUPERSEDED-COUNT                             05500000
055100      ELSE                                                        05510000
055200      IF LDM-COUNT < LDM-MAX                                      05520000
055300       THEN                                                       05530000
055400       ADD 1 TO LDM-COUNT;                                        05540000
055500       MOVE LDM-COUNT TO LDM-HIT;                                 05550000
055600       ADD 1 TO MON-LOADED (MON-HIT)                              05560000
055700       ELSE                                                       05570000
055800       DISPLAY PGMNAME, ' LOAD TABLE FULL, MONTH HELD BACK: ',    05580000
055900           GLS-COST-CENTER, ' ', GLS-MONTH;                       05590000
056000       ADD 1 TO TABLE-FULL-COUNT;                                 05600000
056040       MOVE 'Y' TO MON-HELD-FLAG (MON-HIT);                       05604000
056080       MOVE 8 TO RETURN-CODE                                      05608000
056100      END-IF                                                      05610000
056200     END-IF.                                                      05620000
056300     IF LDM-HIT > 0                                               05630000
056400      THEN                                                        05640000
056500      MOVE GLS-COST-CENTER TO LDM-COST-CENTER (LDM-HIT);          05650000
056600      MOVE GLS-MONTH TO LDM-MONTH (LDM-HIT);                      05660000
056700      MOVE GLS-DOCS TO LDM-DOCS (LDM-HIT);                        05670000
056800      MOVE GLS-PAGES TO LDM-PAGES (LDM-HIT);                      05680000
056900      MOVE GLS-AMOUNT TO LDM-AMOUNT (LDM-HIT)                     05690000
057000     END-IF.                                                      05700000
057100 SCAN-LOADED.                                                     05710000
057200     IF LDM-COST-CENTER (LDM-SUB) = GLS-COST-CENTER AND           05720000
057300        LDM-MONTH (LDM-SUB) = GLS-MONTH                           05730000
057400      THEN                                                        05740000
057500      MOVE LDM-SUB TO LDM-HIT                                     05750000
057600     END-IF.                                                      05760000
057700 FIND-MONTH.                                                      05770000
057800     MOVE ZERO TO MON-HIT.                                        05780000
057900     PERFORM SCAN-MONTH VARYING MON-SUB FROM 1 BY 1               05790000
058000         UNTIL MON-SUB > MON-COUNT OR MON-HIT > 0.                05800000
058100 SCAN-MONTH.                                                      05810000
058200     IF MON-MONTH (MON-SUB) = SEARCH-MONTH                        05820000
058300      THEN                                                        05830000
058400      MOVE MON-SUB TO MON-HIT                                     05840000
058500     END-IF.                                                      05850000
058600     EJECT                                                        05860000
058700* copy one old history record to the new history, unless its      05870000
058750* month is being loaded again. a month held back is carried       05875000
058800* forward as it stands.                                           05880000
058900 COPY-ONE-HISTORY.                                                05890000
059000     READ OLD-HISTORY-FILE.                                       05900000
059100     IF NOT OLD-HISTORY-FILE-OK                                   05910000
059200      THEN                                                        05920000
059300      SET HISTORY-DONE TO TRUE                                    05930000
059400      ELSE                                                        05940000
059500      ADD 1 TO HISTORY-READ-COUNT;                                05950000
059600      MOVE OHS-MONTH TO SEARCH-MONTH;                             05960000
059700      PERFORM FIND-MONTH;                                         05970000
059710      IF MON-HIT > 0                                              05971000
059720       THEN                                                       05972000
059730       IF MON-HELD (MON-HIT)                                      05973000
059740        THEN                                                      05974000
059750        MOVE ZERO TO MON-HIT                                      05975000
059760       END-IF                                                     05976000
059770      END-IF;                                                     05977000
059800      IF MON-HIT > 0                                              05980000
059900       THEN                                                       05990000
060000       ADD 1 TO MON-REPLACED (MON-HIT);                           06000000
060100       ADD 1 TO HISTORY-REPLACED-COUNT                            06010000
060200       ELSE                                                       06020000
060300       MOVE OLD-HISTORY-RECORD TO NEW-HISTORY-RECORD;             06030000
060400       PERFORM WRITE-HISTORY;                                     06040000
060500       ADD 1 TO HISTORY-KEPT-COUNT                                06050000
060600      END-IF                                                      06060000
060700     END-IF.                                                      06070000
060800* add the loaded months to the new history, less any month held   06080000
060850* back.                                                           06085000
060900 WRITE-LOADED-MONTHS.                                             06090000
061000     PERFORM WRITE-ONE-LOADED VARYING LDM-SUB FROM 1 BY 1         06100000
061100         UNTIL LDM-SUB > LDM-COUNT.                               06110000
061200 WRITE-ONE-LOADED.                                                06120000
061210     MOVE LDM-MONTH (LDM-SUB) TO SEARCH-MONTH.                    06121000
061220     PERFORM FIND-MONTH.                                          06122000
061230     IF NOT MON-HELD (MON-HIT)                                    06123000
061240      THEN                                                        06124000
061250      PERFORM WRITE-LOADED-ENTRY                                  06125000
061260     END-IF.                                                      06126000
061270 WRITE-LOADED-ENTRY.                                              06127000
061300     MOVE SPACES TO NEW-HISTORY-RECORD.                           06130000
061400     MOVE LDM-COST-CENTER (LDM-SUB) TO NHS-COST-CENTER.           06140000
061500     MOVE LDM-MONTH (LDM-SUB) TO NHS-MONTH.                       06150000
061600     MOVE LDM-DOCS (LDM-SUB) TO NHS-DOCS.                         06160000
061700     MOVE LDM-PAGES (LDM-SUB) TO NHS-PAGES.                       06170000
061800     MOVE LDM-AMOUNT (LDM-SUB) TO NHS-AMOUNT.                     06180000
061900     MOVE TODAY-DATE TO NHS-LOAD-DATE.                            06190000
062000     PERFORM WRITE-HISTORY.                                       06200000
062100 WRITE-HISTORY.                                                   06210000
062200     IF NEW-HISTORY-OPENED                                        06220000
062300      THEN                                                        06230000
062400      WRITE NEW-HISTORY-RECORD;                                   06240000
062500      IF NEW-HISTORY-FILE-OK                                      06250000
062600       THEN                                                       06260000
062700       ADD 1 TO HISTORY-WRITTEN-COUNT;                            06270000
062800       IF NHS-MONTH NUMERIC AND NHS-MONTH > HIGH-MONTH            06280000
062900        THEN                                                      06290000
063000        MOVE NHS-MONTH TO HIGH-MONTH                              06300000
063100       END-IF                                                     06310000
063200       ELSE                                                       06320000
063300       DISPLAY PGMNAME, ' WRITE TO HISTOUT FAILED, FILE ',        06330000
063400           'STATUS=', NEW-HISTORY-FILE-STATUS;                    06340000
063500       MOVE 8 TO RETURN-CODE                                      06350000
063600      END-IF                                                      06360000
063700     END-IF.                                                      06370000
063800* the report month is the latest month loaded, or the latest      06380000
063900* month on the history when nothing was loaded. a month held back 06390000
063950* was not loaded.                                                 06395000
064000 SETTLE-REPORT-MONTH.                                             06400000
064100     PERFORM PICK-REPORT-MONTH VARYING MON-SUB FROM 1 BY 1        06410000
064200         UNTIL MON-SUB > MON-COUNT.                               06420000
064300     IF REPORT-MONTH = SPACES                                     06430000
064400      THEN                                                        06440000
064500      MOVE HIGH-MONTH TO REPORT-MONTH                             06450000
064600     END-IF.                                                      06460000
064700     MOVE REPORT-MONTH TO TEST-PERIOD.                            06470000
064800     PERFORM EDIT-TEST-PERIOD.                                    06480000
064900     IF TEST-PERIOD-VALID                                         06490000
065000      THEN                                                        06500000
065100      MOVE REPORT-MONTH (1 : 4) TO REPORT-YEAR;                   06510000
065200      MOVE TEST-PERIOD-MONTH TO ELAPSED-MONTHS                    06520000
065300      ELSE                                                        06530000
065400      DISPLAY PGMNAME, ' NO MONTH ON THE HISTORY - NOTHING TO ',  06540000
065500          'REPORT.'                                               06550000
065600     END-IF.                                                      06560000
065700 PICK-REPORT-MONTH.                                               06570000
065800     IF MON-MONTH (MON-SUB) > REPORT-MONTH AND                    06580000
065850        NOT MON-HELD (MON-SUB)                                    06585000
065900      THEN                                                        06590000
066000      MOVE MON-MONTH (MON-SUB) TO REPORT-MONTH                    06600000
066100     END-IF.                                                      06610000
066200     EJECT                                                        06620000
066300* load the budgets for the report year. a missing budget file     06630000
066400* leaves every cost center without a budget.                      06640000
066500 LOAD-BUDGETS.                                                    06650000
066600     OPEN INPUT BUDGET-FILE.                                      06660000
066700     IF BUDGET-FILE-OK                                            06670000
066800      THEN                                                        06680000
066900      PERFORM LOAD-ONE-BUDGET UNTIL BUDGET-DONE;                  06690000
067000      CLOSE BUDGET-FILE                                           06700000
067100      ELSE                                                        06710000
067200      DISPLAY PGMNAME, ' BUDGETDD NOT AVAILABLE, FILE STATUS=',   06720000
067300          BUDGET-FILE-STATUS, ' - NO COST CENTER HAS A BUDGET.'   06730000
067400     END-IF.                                                      06740000
067500 LOAD-ONE-BUDGET.                                                 06750000
067600     READ BUDGET-FILE.                                            06760000
067700     IF BUDGET-FILE-OK                                            06770000
067800      THEN                                                        06780000
067900      PERFORM STORE-BUDGET                                        06790000
068000      ELSE                                                        06800000
068100      SET BUDGET-DONE TO TRUE                                     06810000
068200     END-IF.                                                      06820000
068300 STORE-BUDGET.                                                    06830000
068400     EVALUATE TRUE                                                06840000
068500       WHEN BGT-COST-CENTER (1 : 1) = '*'                         06850000
068600         CONTINUE                                                 06860000
068700       WHEN BGT-COST-CENTER = SPACES OR BGT-YEAR NOT NUMERIC      06870000
068800            OR BGT-AMOUNT NOT NUMERIC                             06880000
068900         DISPLAY PGMNAME, ' INVALID BUDGET RECORD SKIPPED: ',     06890000
069000             BGT-COST-CENTER, ' ', BGT-YEAR;                      06900000
069100         ADD 1 TO BUDGET-REJECT-COUNT                             06910000
069200       WHEN BGT-YEAR = REPORT-YEAR                                06920000
069300         MOVE BGT-COST-CENTER TO SEARCH-COST-CENTER;              06930000
069400         PERFORM FIND-COST-CENTER;                                06940000
069500         IF CCB-HIT > 0                                           06950000
069600          THEN                                                    06960000
069700          MOVE BGT-AMOUNT TO CCB-BUDGET (CCB-HIT);                06970000
069800          MOVE 'Y' TO CCB-BUDGET-FLAG (CCB-HIT)                   06980000
069900         END-IF                                                   06990000
070000       WHEN OTHER                                                 07000000
070100         CONTINUE                                                 07010000
070200     END-EVALUATE.                                                07020000
070300* locate (or create) the report entry for SEARCH-COST-CENTER.     07030000
070400 FIND-COST-CENTER.                                                07040000
070500     MOVE ZERO TO CCB-HIT.                                        07050000
070600     PERFORM SCAN-COST-CENTER VARYING CCB-SUB FROM 1 BY 1         07060000
070700         UNTIL CCB-SUB > CCB-COUNT OR CCB-HIT > 0.                07070000
070800     IF CCB-HIT = ZERO                                            07080000
070900      THEN                                                        07090000
071000      IF CCB-COUNT < CCB-MAX                                      07100000
071100       THEN                                                       07110000
071200       ADD 1 TO CCB-COUNT;                                        07120000
071300       MOVE CCB-COUNT TO CCB-HIT;                                 07130000
071400       MOVE SEARCH-COST-CENTER TO CCB-COST-CENTER (CCB-HIT);      07140000
071500       MOVE 'N' TO CCB-BUDGET-FLAG (CCB-HIT);                     07150000
071600       MOVE ZERO TO CCB-BUDGET (CCB-HIT);                         07160000
071700       MOVE ZERO TO CCB-MONTH-PAGES (CCB-HIT);                    07170000
071800       MOVE ZERO TO CCB-MONTH-AMOUNT (CCB-HIT);                   07180000
071900       MOVE ZERO TO CCB-YTD-PAGES (CCB-HIT);                      07190000
072000       MOVE ZERO TO CCB-YTD-AMOUNT (CCB-HIT)                      07200000
072100       ELSE                                                       07210000
072200       DISPLAY PGMNAME, ' COST CENTER TABLE FULL, NOT ',          07220000
072300           'REPORTED: ', SEARCH-COST-CENTER;                      07230000
072400       ADD 1 TO TABLE-FULL-COUNT                                  07240000
072500      END-IF                                                      07250000
072600     END-IF.                                                      07260000
072700 SCAN-COST-CENTER.                                                07270000
072800     IF CCB-COST-CENTER (CCB-SUB) = SEARCH-COST-CENTER            07280000
072900      THEN                                                        07290000
073000      MOVE CCB-SUB TO CCB-HIT                                     07300000
073100     END-IF.                                                      07310000
073200* read the new history back and total the report year through     07320000
073300* the report month. the report is built from the history just     07330000
073400* written, so it always agrees with what the next run reads.      07340000
073500 REREAD-HISTORY.                                                  07350000
073600     IF NEW-HISTORY-OPENED                                        07360000
073700      THEN                                                        07370000
073800      CLOSE NEW-HISTORY-FILE;                                     07380000
073900      SET NEW-HISTORY-CLOSED TO TRUE;                             07390000
074000      OPEN INPUT NEW-HISTORY-FILE;                                07400000
074100      IF NEW-HISTORY-FILE-OK                                      07410000
074200       THEN                                                       07420000
074300       PERFORM FOLD-ONE-HISTORY UNTIL FOLD-DONE;                  07430000
074400       CLOSE NEW-HISTORY-FILE                                     07440000
074500       ELSE                                                       07450000
074600       DISPLAY PGMNAME, ' REOPEN OF HISTOUT FAILED, FILE ',       07460000
074700           'STATUS=', NEW-HISTORY-FILE-STATUS;                    07470000
074800       MOVE 8 TO RETURN-CODE                                      07480000
074900      END-IF                                                      07490000
075000     END-IF.                                                      07500000
075100 FOLD-ONE-HISTORY.                                                07510000
075200     READ NEW-HISTORY-FILE.                                       07520000
075300     IF NOT NEW-HISTORY-FILE-OK                                   07530000
075400      THEN                                                        07540000
075500      SET FOLD-DONE TO TRUE                                       07550000
075600      ELSE                                                        07560000
075700      IF NHS-MONTH (1 : 4) = REPORT-YEAR AND                      07570000
075800         NHS-MONTH NOT > REPORT-MONTH AND                         07580000
075900         NHS-PAGES NUMERIC AND NHS-AMOUNT NUMERIC                 07590000
076000       THEN                                                       07600000
076100       PERFORM FOLD-HISTORY-RECORD                                07610000
076200      END-IF                                                      07620000
076300     END-IF.                                                      07630000
076400 FOLD-HISTORY-RECORD.                                             07640000
076500     MOVE NHS-COST-CENTER TO SEARCH-COST-CENTER.                  07650000
076600     PERFORM FIND-COST-CENTER.                                    07660000
076700     IF CCB-HIT > 0                                               07670000
076800      THEN                                                        07680000
076900      ADD NHS-PAGES TO CCB-YTD-PAGES (CCB-HIT);                   07690000
077000      ADD NHS-AMOUNT TO CCB-YTD-AMOUNT (CCB-HIT);                 07700000
077100      IF NHS-MONTH = REPORT-MONTH                                 07710000
077200       THEN                                                       07720000
077300       ADD NHS-PAGES TO CCB-MONTH-PAGES (CCB-HIT);                07730000
077400       ADD NHS-AMOUNT TO CCB-MONTH-AMOUNT (CCB-HIT)               07740000
077500      END-IF                                                      07750000
077600     END-IF.                                                      07760000
077700     EJECT                                                        07770000
077800 PRINT-HEADING.                                                   07780000
077900     MOVE REPORT-MONTH TO HDG-MONTH.                              07790000
078000     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         07800000
078100     PERFORM WRITE-PRINT-LINE.                                    07810000
078200     MOVE SPACES TO PRINT-RECORD.                                 07820000
078300     PERFORM WRITE-PRINT-LINE.                                    07830000
078400* the months loaded this run, with the history records each       07840000
078500* replaced - a month that replaced anything was a rerun. a month  07850000
078550* held back is listed with its old history kept.                  07855000
078600 PRINT-MONTHS-LOADED.                                             07860000
078700     IF MON-COUNT > 0                                             07870000
078800      THEN                                                        07880000
078900      MOVE 'MONTHS LOADED TO THE HISTORY' TO SHD-TEXT;            07890000
079000      MOVE SECTION-HEADING TO PRINT-RECORD;                       07900000
079100      PERFORM WRITE-PRINT-LINE;                                   07910000
079200      PERFORM PRINT-ONE-MONTH VARYING MON-SUB FROM 1 BY 1         07920000
079300          UNTIL MON-SUB > MON-COUNT;                              07930000
079400      MOVE SPACES TO PRINT-RECORD;                                07940000
079500      PERFORM WRITE-PRINT-LINE                                    07950000
079600     END-IF.                                                      07960000
079700 PRINT-ONE-MONTH.                                                 07970000
079800     MOVE MON-MONTH (MON-SUB) TO MLL-MONTH.                       07980000
079810     IF MON-HELD (MON-SUB)                                        07981000
079820      THEN                                                        07982000
079830      MOVE ZERO TO MLL-LOADED;                                    07983000
079840      MOVE 'NOT LOADED - OLD HISTORY KEPT' TO MLL-STATUS          07984000
079850      ELSE                                                        07985000
079900      MOVE MON-LOADED (MON-SUB) TO MLL-LOADED;                    07990000
079940      MOVE SPACES TO MLL-STATUS                                   07994000
079980     END-IF.                                                      07998000
080000     MOVE MON-REPLACED (MON-SUB) TO MLL-REPLACED.                 08000000
080100     MOVE MONTH-LOADED-LINE TO PRINT-RECORD.                      08010000
080200     PERFORM WRITE-PRINT-LINE.                                    08020000
080300* one line per cost center, then the totals.                      08030000
080400 PRINT-COST-CENTERS.                                              08040000
080500     MOVE REPORT-MONTH TO PRD-MONTH.                              08050000
080600     MOVE ELAPSED-MONTHS TO PRD-ELAPSED.                          08060000
080700     MOVE TOLER-PCT TO PRD-TOLER.                                 08070000
080800     MOVE PERIOD-HEADING TO PRINT-RECORD.                         08080000
080900     PERFORM WRITE-PRINT-LINE.                                    08090000
081000     MOVE DETAIL-HEADING TO PRINT-RECORD.                         08100000
081100     PERFORM WRITE-PRINT-LINE.                                    08110000
081200     PERFORM PRINT-ONE-COST-CENTER VARYING CCB-SUB FROM 1 BY 1    08120000
081300         UNTIL CCB-SUB > CCB-COUNT.                               08130000
081400     PERFORM PRINT-TOTAL-LINE.                                    08140000
081500* project the year to date to year end and judge it against the   08150000
081600* budget.                                                         08160000
081700 PRINT-ONE-COST-CENTER.                                           08170000
081800     MOVE ZERO TO PROJECTED-AMOUNT.                               08180000
081900     IF ELAPSED-MONTHS > 0                                        08190000
082000      THEN                                                        08200000
082100      COMPUTE PROJECTED-AMOUNT ROUNDED =                          08210000
082200          CCB-YTD-AMOUNT (CCB-SUB) * 12 / ELAPSED-MONTHS          08220000
082300     END-IF.                                                      08230000
082400     ADD CCB-MONTH-PAGES (CCB-SUB) TO TOT-MONTH-PAGES.            08240000
082500     ADD CCB-MONTH-AMOUNT (CCB-SUB) TO TOT-MONTH-AMOUNT.          08250000
082600     ADD CCB-YTD-PAGES (CCB-SUB) TO TOT-YTD-PAGES.                08260000
082700     ADD CCB-YTD-AMOUNT (CCB-SUB) TO TOT-YTD-AMOUNT.              08270000
082800     ADD PROJECTED-AMOUNT TO TOT-PROJECTED.                       08280000
082900     MOVE CCB-COST-CENTER (CCB-SUB) TO DTL-COST-CENTER.           08290000
083000     MOVE CCB-MONTH-PAGES (CCB-SUB) TO DTL-MONTH-PAGES.           08300000
083100     MOVE CCB-MONTH-AMOUNT (CCB-SUB) TO DTL-MONTH-AMOUNT.         08310000
083200     MOVE CCB-YTD-PAGES (CCB-SUB) TO DTL-YTD-PAGES.               08320000
083300     MOVE CCB-YTD-AMOUNT (CCB-SUB) TO DTL-YTD-AMOUNT.             08330000
083400     MOVE PROJECTED-AMOUNT TO DTL-PROJECTED.                      08340000
083500     MOVE CCB-BUDGET (CCB-SUB) TO DTL-BUDGET.                     08350000
083600     IF CCB-HAS-BUDGET (CCB-SUB) AND CCB-BUDGET (CCB-SUB) > 0     08360000
083700      THEN                                                        08370000
083800      ADD CCB-BUDGET (CCB-SUB) TO TOT-BUDGET;                     08380000
083900      ADD PROJECTED-AMOUNT TO TOT-BUDGETED-PROJECTED;             08390000
084000      PERFORM FIND-VARIANCE-PCT;                                  08400000
084100      MOVE VARIANCE-PCT TO DTL-VARIANCE;                          08410000
084200      MOVE '%' TO DTL-PCT-SIGN;                                   08420000
084300      IF VARIANCE-PCT > TOLER-PCT                                 08430000
084400       THEN                                                       08440000
084500       MOVE 'OVER BUDGET' TO DTL-STATUS;                          08450000
084600       ADD 1 TO FLAGGED-COUNT                                     08460000
084700       ELSE                                                       08470000
084800       MOVE 'WITHIN' TO DTL-STATUS                                08480000
084900      END-IF                                                      08490000
085000      ELSE                                                        08500000
085100      MOVE SPACES TO DTL-VARIANCE-X;                              08510000
085200      MOVE SPACE TO DTL-PCT-SIGN;                                 08520000
085300      MOVE 'NO BUDGET' TO DTL-STATUS;                             08530000
085400      ADD 1 TO NO-BUDGET-COUNT                                    08540000
085500     END-IF.                                                      08550000
085600     MOVE DETAIL-LINE TO PRINT-RECORD.                            08560000
085700     PERFORM WRITE-PRINT-LINE.                                    08570000
085800* the variance of PROJECTED-AMOUNT against the budget of the      08580000
085900* entry being printed; a projection a thousand times the budget   08590000
086000* or more is shown at the largest value the line can hold.        08600000
086100 FIND-VARIANCE-PCT.                                               08610000
086200     IF PROJECTED-AMOUNT NOT < CCB-BUDGET (CCB-SUB) * 1000        08620000
086300      THEN                                                        08630000
086400      MOVE 99999.9 TO VARIANCE-PCT                                08640000
086500      ELSE                                                        08650000
086600      COMPUTE VARIANCE-PCT ROUNDED =                              08660000
086700          (PROJECTED-AMOUNT - CCB-BUDGET (CCB-SUB)) * 100         08670000
086800          / CCB-BUDGET (CCB-SUB)                                  08680000
086900     END-IF.                                                      08690000
087000* the totals; the variance is over the budgeted cost centers      08700000
087100* only.                                                           08710000
087200 PRINT-TOTAL-LINE.                                                08720000
087300     MOVE 'TOTAL' TO DTL-COST-CENTER.                             08730000
087400     MOVE TOT-MONTH-PAGES TO DTL-MONTH-PAGES.                     08740000
087500     MOVE TOT-MONTH-AMOUNT TO DTL-MONTH-AMOUNT.                   08750000
087600     MOVE TOT-YTD-PAGES TO DTL-YTD-PAGES.                         08760000
087700     MOVE TOT-YTD-AMOUNT TO DTL-YTD-AMOUNT.                       08770000
087800     MOVE TOT-PROJECTED TO DTL-PROJECTED.                         08780000
087900     MOVE TOT-BUDGET TO DTL-BUDGET.                               08790000
088000     MOVE SPACES TO DTL-STATUS.                                   08800000
088100     IF TOT-BUDGET > 0                                            08810000
088200      THEN                                                        08820000
088300      IF TOT-BUDGETED-PROJECTED NOT < TOT-BUDGET * 1000           08830000
088400       THEN                                                       08840000
088500       MOVE 99999.9 TO VARIANCE-PCT                               08850000
088600       ELSE                                                       08860000
088700       COMPUTE VARIANCE-PCT ROUNDED =                             08870000
088800           (TOT-BUDGETED-PROJECTED - TOT-BUDGET) * 100            08880000
088900           / TOT-BUDGET                                           08890000
089000      END-IF;                                                     08900000
089100      MOVE VARIANCE-PCT TO DTL-VARIANCE;                          08910000
089200      MOVE '%' TO DTL-PCT-SIGN                                    08920000
089300      ELSE                                                        08930000
089400      MOVE SPACES TO DTL-VARIANCE-X;                              08940000
089500      MOVE SPACE TO DTL-PCT-SIGN                                  08950000
089600     END-IF.                                                      08960000
089700     MOVE SPACES TO PRINT-RECORD.                                 08970000
089800     PERFORM WRITE-PRINT-LINE.                                    08980000
089900     MOVE DETAIL-LINE TO PRINT-RECORD.                            08990000
090000     PERFORM WRITE-PRINT-LINE.                                    09000000
090100 PRINT-SUMMARY.                                                   09010000
090200     MOVE SPACES TO PRINT-RECORD.                                 09020000
090300     PERFORM WRITE-PRINT-LINE.                                    09030000
090400     MOVE CCB-COUNT TO SUM-COUNT.                                 09040000
090500     MOVE 'COST CENTERS REPORTED' TO SUM-TEXT.                    09050000
090600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09060000
090700     PERFORM WRITE-PRINT-LINE.                                    09070000
090800     MOVE FLAGGED-COUNT TO SUM-COUNT.                             09080000
090900     MOVE 'COST CENTERS OVER BUDGET BEYOND THE TOLERANCE' TO      09090000
091000         SUM-TEXT.                                                09100000
091100     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09110000
091200     PERFORM WRITE-PRINT-LINE.                                    09120000
091300     MOVE NO-BUDGET-COUNT TO SUM-COUNT.                           09130000
091400     MOVE 'COST CENTERS WITH NO BUDGET FOR THE YEAR' TO SUM-TEXT. 09140000
091500     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09150000
091600     PERFORM WRITE-PRINT-LINE.                                    09160000
091700     MOVE GLSUM-READ-COUNT TO SUM-COUNT.                          09170000
091800     MOVE 'GL SUMMARY RECORDS READ' TO SUM-TEXT.                  09180000
091900     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09190000
092000     PERFORM WRITE-PRINT-LINE.                                    09200000
092100     IF GLSUM-UNDATED-COUNT > 0                                   09210000
092200      THEN                                                        09220000
092300      MOVE GLSUM-UNDATED-COUNT TO SUM-COUNT;                      09230000
092400      MOVE 'GL SUMMARY RECORDS FILED UNDER THE BILLING MONTH' TO  09240000
092500          SUM-TEXT;                                               09250000
092600      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09260000
092700      PERFORM WRITE-PRINT-LINE                                    09270000
092800     END-IF.                                                      09280000
092900     IF GLSUM-SUPERSEDED-COUNT > 0                                09290000
093000      THEN                                                        09300000
093100      MOVE GLSUM-SUPERSEDED-COUNT TO SUM-COUNT;                   09310000
093200      MOVE 'GL SUMMARY RECORDS SUPERSEDED BY A LATER RECORD' TO   09320000
093300          SUM-TEXT;                                               09330000
093400      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09340000
093500      PERFORM WRITE-PRINT-LINE                                    09350000
093600     END-IF.                                                      09360000
093700     IF GLSUM-REJECT-COUNT > 0                                    09370000
093800      THEN                                                        09380000
093900      MOVE GLSUM-REJECT-COUNT TO SUM-COUNT;                       09390000
094000      MOVE 'GL SUMMARY RECORDS REJECTED' TO SUM-TEXT;             09400000
094100      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09410000
094200      PERFORM WRITE-PRINT-LINE                                    09420000
094300     END-IF.                                                      09430000
094400     MOVE HISTORY-READ-COUNT TO SUM-COUNT.                        09440000
094500     MOVE 'HISTORY RECORDS READ' TO SUM-TEXT.                     09450000
094600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09460000
094700     PERFORM WRITE-PRINT-LINE.                                    09470000
094800     MOVE HISTORY-KEPT-COUNT TO SUM-COUNT.                        09480000
094900     MOVE 'HISTORY RECORDS CARRIED FORWARD' TO SUM-TEXT.          09490000
095000     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09500000
095100     PERFORM WRITE-PRINT-LINE.                                    09510000
095200     MOVE HISTORY-REPLACED-COUNT TO SUM-COUNT.                    09520000
095300     MOVE 'HISTORY RECORDS REPLACED BY A RELOADED MONTH' TO       09530000
095400         SUM-TEXT.                                                09540000
095500     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09550000
095600     PERFORM WRITE-PRINT-LINE.                                    09560000
095700     MOVE HISTORY-WRITTEN-COUNT TO SUM-COUNT.                     09570000
095800     MOVE 'HISTORY RECORDS WRITTEN' TO SUM-TEXT.                  09580000
095900     MOVE SUMMARY-LINE TO PRINT-RECORD.                           09590000
096000     PERFORM WRITE-PRINT-LINE.                                    09600000
096100     IF BUDGET-REJECT-COUNT > 0                                   09610000
096200      THEN                                                        09620000
096300      MOVE BUDGET-REJECT-COUNT TO SUM-COUNT;                      09630000
096400      MOVE 'BUDGET RECORDS REJECTED' TO SUM-TEXT;                 09640000
096500      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09650000
096600      PERFORM WRITE-PRINT-LINE                                    09660000
096700     END-IF.                                                      09670000
096800     IF TABLE-FULL-COUNT > 0                                      09680000
096900      THEN                                                        09690000
097000      MOVE TABLE-FULL-COUNT TO SUM-COUNT;                         09700000
097100      MOVE 'ENTRIES LOST TO A FULL TABLE' TO SUM-TEXT;            09710000
097200      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09720000
097300      PERFORM WRITE-PRINT-LINE                                    09730000
097400     END-IF.                                                      09740000
097500 WRITE-PRINT-LINE.                                                09750000
097600     IF PRINT-FILE-OK                                             09760000
097700      THEN                                                        09770000
097800      WRITE PRINT-RECORD;                                         09780000
097900      IF NOT PRINT-FILE-OK                                        09790000
098000       THEN                                                       09800000
098100       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       09810000
098200           'STATUS=', PRINT-FILE-STATUS                           09820000
098300      END-IF                                                      09830000
098400     END-IF.                                                      09840000
098500* close what is open and set the return code: 4 when a cost       09850000
098600* center is over budget beyond the tolerance, a record was        09860000
098650* rejected or an entry was lost to a full table, unless a failure 09865000
098700* or a month held back already set 8.                             09870000
098800 FINISH-RUN.                                                      09880000
098900     IF GLSUM-FILE-OK OR GLSUM-FILE-STATUS = '10'                 09890000
099000      THEN                                                        09900000
099100      CLOSE GLSUM-FILE                                            09910000
099200     END-IF.                                                      09920000
099300     IF OLD-HISTORY-FILE-OK OR OLD-HISTORY-FILE-STATUS = '10'     09930000
099400      THEN                                                        09940000
099500      CLOSE OLD-HISTORY-FILE                                      09950000
099600     END-IF.                                                      09960000
099700     IF NEW-HISTORY-OPENED                                        09970000
099800      THEN                                                        09980000
099900      CLOSE NEW-HISTORY-FILE                                      09990000
100000     END-IF.                                                      10000000
100100     IF PRINT-FILE-OK                                             10010000
100200      THEN                                                        10020000
100300      CLOSE PRINT-FILE                                            10030000
100400     END-IF.                                                      10040000
100500     MOVE FLAGGED-COUNT TO COUNT-DISP.                            10050000
100600     DISPLAY PGMNAME, ' ', COUNT-DISP, ' COST CENTERS PROJECTED ',10060000
100700         'OVER BUDGET FOR ', REPORT-YEAR, '.'.                    10070000
100800     IF (FLAGGED-COUNT > 0 OR GLSUM-REJECT-COUNT > 0              10080000
100900         OR BUDGET-REJECT-COUNT > 0 OR TABLE-FULL-COUNT > 0)      10090000
101000        AND RETURN-CODE = ZERO                                    10100000
101100      THEN                                                        10110000
101200      MOVE 4 TO RETURN-CODE                                       10120000
101300     END-IF.                                                      10130000
101400 END PROGRAM ACIFBUDG.                                            10140000
