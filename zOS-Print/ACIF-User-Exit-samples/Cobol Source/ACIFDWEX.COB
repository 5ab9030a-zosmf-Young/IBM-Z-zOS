000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 03  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFDWEX.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Data-warehouse extract of the ACIF operational     00070000
000800               files.                                             00080000
000900*                                                                 00090000
001000               Each file the suite keeps has its own fixed layout.00100000
001100               This program reads them for one business date and  00110000
001200               writes one comma-delimited feed per subject area   00120000
001300               for the warehouse load:                            00130000
001400*                                                                 00140000
001500                 FEEDACCT  the accounting records (ACCTDD) - the  00150000
001600                           day's generation is taken whole, as    00160000
001700                           the records carry no processing date;  00170000
001800                 FEEDRUNH  the run history (RUNHSTDD) entries     00180000
001900                           completed on the business date;        00190000
002000                 FEEDDISP  the reject reprocessing disposition    00200000
002100                           log (DISPLOG) for the business date;   00210000
002200                 FEEDALRT  the operations alerts (ALERTDD)        00220000
002300                           raised on the business date;           00230000
002400                 FEEDRUSE  the resource usage (RESUSEDD)          00240000
002500                           recorded on the business date;         00250000
002600                 FEEDOPSR  the daily operations summaries         00260000
002700                           (TODAYDD) for the business date.       00270000
002800*                                                                 00280000
002900               Every feed starts with a header row of column      00290000
003000               names and ends with a trailer row giving the       00300000
003100               record count and a hash total. Dates are written   00310000
003200               as yyyy-mm-dd, and text columns are quoted.        00320000
003300*                                                                 00330000
003400               The extract control file (EXTCTLDD) keeps one      00340000
003500               record per feed per business date sent. A date     00350000
003600               already on it is not sent again unless the FORCE   00360000
003700               keyword is YES; a refused or incomplete extract    00370000
003800               ends with return code 8 and is not recorded. The   00380000
003900               business date is the BUSDATE keyword in the        00390000
004000               EXITPARM dataset, or today when it is absent.      00400000
004100*                                                                 00410000
004200 DATE-WRITTEN. 15 Oct 2026.                                       00420000
004300 DATE-COMPILED.                                                   00430000
004400 SECURITY. IBM SAMPLE CODE ONLY.                                  00440000
004500*/**************************************************************/ 00450000
004600*/* Licensed under the Apache License, Version 2.0 (the        */ 00460000
004700*/* "License"); you may not use this file except in compliance */ 00470000
004800*/* with the License. You may obtain a copy of the License at  */ 00480000
004900*/*                                                            */ 00490000
005000*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00500000
005100*/*                                                            */ 00510000
005200*/* Unless required by applicable law or agreed to in writing, */ 00520000
005300*/* software distributed under the License is distributed on an*/ 00530000
005400*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00540000
005500*/* KIND, either express or implied.  See the License for the  */ 00550000
005600*/* specific language governing permissions and limitations    */ 00560000
005700*/* under the License.                                         */ 00570000
005800*/*------------------------------------------------------------*/ 00580000
005900*/*                                                            */ 00590000
006000*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00600000
006100*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00610000
006200*/*                                                            */ 00620000
006300*/*   Permission to use, copy, modify, and distribute          */ 00630000
006400*/*   this software for any purpose with or without fee        */ 00640000
006500*/*   is hereby granted, provided that the above               */ 00650000
006600*/*   copyright notices appear in all copies.                  */ 00660000
006700*/*                                                            */ 00670000
006800*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00680000
006900*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00690000
007000*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00700000
007100*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00710000
007200*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00720000
007300*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00730000
007400*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00740000
007500*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00750000
007600*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00760000
007700*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00770000
007800*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00780000
007900*/**************************************************************/ 00790000
008000 TITLE 'ACIF Data-Warehouse Extract'.                             00800000
008100 ENVIRONMENT DIVISION.                                            00810000
008200 CONFIGURATION SECTION.                                           00820000
008300 SOURCE-COMPUTER. IBM-370.                                        00830000
008400 OBJECT-COMPUTER. IBM-370.                                        00840000
008500 INPUT-OUTPUT SECTION.                                            00850000
008600 FILE-CONTROL.                                                    00860000
008700     SELECT ACCT-FILE ASSIGN TO ACCTDD                            00870000
008800         ORGANIZATION IS SEQUENTIAL                               00880000
008900         FILE STATUS IS ACCT-FILE-STATUS.                         00890000
009000     SELECT RUN-HIST-FILE ASSIGN TO RUNHSTDD                      00900000
009100         ORGANIZATION IS INDEXED                                  00910000
009200         ACCESS IS SEQUENTIAL                                     00920000
009300         RECORD KEY IS HIST-KEY                                   00930000
009400         FILE STATUS IS RUNHIST-FILE-STATUS.                      00940000
009500     SELECT DISP-FILE ASSIGN TO DISPLOG                           00950000
009600         ORGANIZATION IS SEQUENTIAL                               00960000
009700         FILE STATUS IS DISP-FILE-STATUS.                         00970000
009800     SELECT ALERT-FILE ASSIGN TO ALERTDD                          00980000
009900         ORGANIZATION IS SEQUENTIAL                               00990000
010000         FILE STATUS IS ALERT-FILE-STATUS.                        01000000
010100     SELECT RESUSE-FILE ASSIGN TO RESUSEDD                        01010000
010200         ORGANIZATION IS SEQUENTIAL                               01020000
010300         FILE STATUS IS RESUSE-FILE-STATUS.                       01030000
010400     SELECT TODAY-FILE ASSIGN TO TODAYDD                          01040000
010500         ORGANIZATION IS SEQUENTIAL                               01050000
010600         FILE STATUS IS TODAY-FILE-STATUS.                        01060000
010700     SELECT ACCT-FEED-FILE ASSIGN TO FEEDACCT                     01070000
010800         ORGANIZATION IS SEQUENTIAL                               01080000
010900         FILE STATUS IS ACCT-FEED-STATUS.                         01090000
011000     SELECT HIST-FEED-FILE ASSIGN TO FEEDRUNH                     01100000
011100         ORGANIZATION IS SEQUENTIAL                               01110000
011200         FILE STATUS IS HIST-FEED-STATUS.                         01120000
011300     SELECT DISP-FEED-FILE ASSIGN TO FEEDDISP                     01130000
011400         ORGANIZATION IS SEQUENTIAL                               01140000
011500         FILE STATUS IS DISP-FEED-STATUS.                         01150000
011600     SELECT ALERT-FEED-FILE ASSIGN TO FEEDALRT                    01160000
011700         ORGANIZATION IS SEQUENTIAL                               01170000
011800         FILE STATUS IS ALERT-FEED-STATUS.                        01180000
011900     SELECT RESUSE-FEED-FILE ASSIGN TO FEEDRUSE                   01190000
012000         ORGANIZATION IS SEQUENTIAL                               01200000
012100         FILE STATUS IS RESUSE-FEED-STATUS.                       01210000
012200     SELECT TODAY-FEED-FILE ASSIGN TO FEEDOPSR                    01220000
012300         ORGANIZATION IS SEQUENTIAL                               01230000
012400         FILE STATUS IS TODAY-FEED-STATUS.                        01240000
012500     SELECT CONTROL-FILE ASSIGN TO EXTCTLDD                       01250000
012600         ORGANIZATION IS SEQUENTIAL                               01260000
012700         FILE STATUS IS CONTROL-FILE-STATUS.                      01270000
012800     SELECT PARM-FILE ASSIGN TO EXITPARM                          01280000
012900         ORGANIZATION IS SEQUENTIAL                               01290000
013000         FILE STATUS IS PARM-FILE-STATUS.                         01300000
013100     SELECT PRINT-FILE ASSIGN TO REPORTDD                         01310000
013200         ORGANIZATION IS SEQUENTIAL                               01320000
013300         FILE STATUS IS PRINT-FILE-STATUS.                        01330000
013400     EJECT                                                        01340000
013500 DATA DIVISION.                                                   01350000
013600 FILE SECTION.                                                    01360000
013700* THE DAY'S ACCOUNTING RECORDS FROM ACIFIBDT, ONE PER DOCUMENT.   01370000
013800 FD  ACCT-FILE                                                    01380000
013900     LABEL RECORDS ARE STANDARD.                                  01390000
014000 01  ACCT-RECORD.                                                 01400000
014100     05  ACCT-REPT-ID        PIC X(8).                            01410000
014200     05  FILLER              PIC X.                               01420000
014300     05  ACCT-RUN-DATE       PIC X(8).                            01430000
014400     05  FILLER              PIC X.                               01440000
014500     05  ACCT-PAGES          PIC 9(9).                            01450000
014600     05  FILLER              PIC X.                               01460000
014700     05  ACCT-SFS            PIC 9(9).                            01470000
014800     05  FILLER              PIC X.                               01480000
014900     05  ACCT-DISPOSITION    PIC X.                               01490000
015000     05  FILLER              PIC X.                               01500000
015100     05  ACCT-SUPP-REASON    PIC X(4).                            01510000
015200     05  FILLER              PIC X.                               01520000
015300     05  ACCT-ACCOUNT        PIC X(20).                           01530000
015400     05  FILLER              PIC X(15).                           01540000
015500* THE RUN HISTORY KSDS ACIFIBDT MAINTAINS: THE KEY IS THE REPORT  01550000
015600* ID PLUS THE EMBEDDED RUN DATE, AND HIST-PROC-DATE IS THE DATE   01560000
015700* THE COMBINATION COMPLETED.                                      01570000
015800 FD  RUN-HIST-FILE                                                01580000
015900     LABEL RECORDS ARE STANDARD.                                  01590000
016000 01  RUNHIST-RECORD.                                              01600000
016100     05  HIST-KEY.                                                01610000
016200         10  HIST-REPT-ID    PIC X(8).                            01620000
016300         10  HIST-RUN-DATE   PIC X(8).                            01630000
016400     05  HIST-PROC-DATE      PIC X(8).                            01640000
016500     05  FILLER              PIC X(56).                           01650000
016600* THE DISPOSITION LOG ACIFRPRC KEEPS: ONE RECORD PER REJECTED     01660000
016700* DOCUMENT PER REPROCESSING PASS.                                 01670000
016800 FD  DISP-FILE                                                    01680000
016900     LABEL RECORDS ARE STANDARD.                                  01690000
017000 01  DISP-RECORD.                                                 01700000
017100     05  DSP-PROC-DATE       PIC X(8).                            01710000
017200     05  FILLER              PIC X.                               01720000
017300     05  DSP-REPT-ID         PIC X(8).                            01730000
017400     05  FILLER              PIC X.                               01740000
017500     05  DSP-RUN-DATE        PIC X(8).                            01750000
017600     05  FILLER              PIC X.                               01760000
017700     05  DSP-DISPOSITION     PIC X(11).                           01770000
017800     05  FILLER              PIC X.                               01780000
017900     05  DSP-RECS            PIC 9(8).                            01790000
018000     05  FILLER              PIC X.                               01800000
018100     05  DSP-REASON          PIC X(31).                           01810000
018200     05  FILLER              PIC X(1).                            01820000
018300* THE SHARED ALERT DATASET ALERTPUT WRITES.                       01830000
018400 FD  ALERT-FILE                                                   01840000
018500     LABEL RECORDS ARE STANDARD.                                  01850000
018600     COPY ALERTREC SUPPRESS.                                      01860000
018700* THE RESOURCE USAGE DATASET ACIFRRES WRITES, ONE RECORD PER      01870000
018800* RESOURCE A JOB LOADED.                                          01880000
018900 FD  RESUSE-FILE                                                  01890000
019000     LABEL RECORDS ARE STANDARD.                                  01900000
019100 01  RESUSE-RECORD.                                               01910000
019200     05  RESUSE-DATE         PIC X(8).                            01920000
019300     05  FILLER              PIC X.                               01930000
019400     05  RESUSE-JOB          PIC X(8).                            01940000
019500     05  FILLER              PIC X.                               01950000
019600     05  RESUSE-TYPE         PIC X(8).                            01960000
019700     05  FILLER              PIC X.                               01970000
019800     05  RESUSE-NAME         PIC X(8).                            01980000
019900     05  FILLER              PIC X.                               01990000
020000     05  RESUSE-PREFIX-FLAG  PIC X(10).                           02000000
020100     05  FILLER              PIC X(34).                           02010000
020200* THE DAILY OPERATIONS SUMMARIES ACIFOPSR WRITES, ONE PER         02020000
020300* PROGRAM PER DAY, DATE-STAMPED.                                  02030000
020400 FD  TODAY-FILE                                                   02040000
020500     LABEL RECORDS ARE STANDARD.                                  02050000
020600 01  TODAY-RECORD.                                                02060000
020700     05  TOD-PGM             PIC X(8).                            02070000
020800     05  TOD-RUNS            PIC 9(5).                            02080000
020900     05  TOD-RECORDS         PIC 9(9).                            02090000
021000     05  TOD-INSERTS         PIC 9(9).                            02100000
021100     05  TOD-PAGES           PIC 9(9).                            02110000
021200     05  TOD-DATE            PIC X(8).                            02120000
021300     05  FILLER              PIC X(32).                           02130000
021400* THE SIX DELIMITED FEEDS, ONE ROW PER RECORD, VARIABLE LENGTH.   02140000
021500 FD  ACCT-FEED-FILE                                               02150000
021600     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02160000
021700         DEPENDING ON FEED-RECLEN                                 02170000
021800     LABEL RECORDS ARE STANDARD.                                  02180000
021900 01  ACCT-FEED-RECORD        PIC X(256).                          02190000
022000 FD  HIST-FEED-FILE                                               02200000
022100     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02210000
022200         DEPENDING ON FEED-RECLEN                                 02220000
022300     LABEL RECORDS ARE STANDARD.                                  02230000
022400 01  HIST-FEED-RECORD        PIC X(256).                          02240000
022500 FD  DISP-FEED-FILE                                               02250000
022600     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02260000
022700         DEPENDING ON FEED-RECLEN                                 02270000
022800     LABEL RECORDS ARE STANDARD.                                  02280000
022900 01  DISP-FEED-RECORD        PIC X(256).                          02290000
023000 FD  ALERT-FEED-FILE                                              02300000
023100     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02310000
023200         DEPENDING ON FEED-RECLEN                                 02320000
023300     LABEL RECORDS ARE STANDARD.                                  02330000
023400 01  ALERT-FEED-RECORD       PIC X(256).                          02340000
023500 FD  RESUSE-FEED-FILE                                             02350000
023600     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02360000
023700         DEPENDING ON FEED-RECLEN                                 02370000
023800     LABEL RECORDS ARE STANDARD.                                  02380000
023900 01  RESUSE-FEED-RECORD      PIC X(256).                          02390000
024000 FD  TODAY-FEED-FILE                                              02400000
024100     RECORD IS VARYING IN SIZE FROM 1 TO 256                      02410000
024200         DEPENDING ON FEED-RECLEN                                 02420000
024300     LABEL RECORDS ARE STANDARD.                                  02430000
024400 01  TODAY-FEED-RECORD       PIC X(256).                          02440000
024500* THE EXTRACT CONTROL FILE (DISP=MOD): ONE RECORD PER FEED PER    02450000
024600* BUSINESS DATE SENT, WITH THE TIME IT WAS SENT, WHETHER IT WAS   02460000
024700* FORCED, AND THE TRAILER COUNT AND HASH TOTAL. RECORDS           02470000
024800* BEGINNING WITH '*' ARE COMMENTS.                                02480000
024900 FD  CONTROL-FILE                                                 02490000
025000     LABEL RECORDS ARE STANDARD.                                  02500000
025100 01  CONTROL-RECORD.                                              02510000
025200     05  XCT-BUS-DATE        PIC X(8).                            02520000
025300     05  FILLER              PIC X.                               02530000
025400     05  XCT-FEED            PIC X(8).                            02540000
025500     05  FILLER              PIC X.                               02550000
025600     05  XCT-STAMP           PIC X(14).                           02560000
025700     05  FILLER              PIC X.                               02570000
025800     05  XCT-FORCED          PIC X.                               02580000
025900     05  FILLER              PIC X.                               02590000
026000     05  XCT-RECORDS         PIC 9(9).                            02600000
026100     05  FILLER              PIC X.                               02610000
026200     05  XCT-HASH            PIC 9(17).                           02620000
026300     05  FILLER              PIC X(18).                           02630000
026400* THE EXIT OPTIONS FILE. KEYWORD IN COLUMNS 1-8, '=' IN           02640000
026500* COLUMN 9, VALUE IN COLUMNS 10-17 (NUMERIC VALUES ZERO           02650000
026600* PADDED). RECORDS BEGINNING WITH '*' ARE COMMENTS.               02660000
026700 FD  PARM-FILE                                                    02670000
026800     LABEL RECORDS ARE STANDARD.                                  02680000
026900 01  PARM-RECORD.                                                 02690000
027000     05  PARM-KEYWORD        PIC X(8).                            02700000
027100     05  FILLER              PIC X.                               02710000
027200     05  PARM-VALUE          PIC X(8).                            02720000
027300     05  PARM-VALUE-NUM      REDEFINES PARM-VALUE PIC 9(8).       02730000
027400     05  FILLER              PIC X(63).                           02740000
027500 FD  PRINT-FILE                                                   02750000
027600     LABEL RECORDS ARE STANDARD.                                  02760000
027700 01  PRINT-RECORD            PIC X(121).                          02770000
027800 WORKING-STORAGE SECTION.                                         02780000
027900 77  PGMNAME                 PIC X(8) VALUE 'ACIFDWEX'.           02790000
028000 77  ACCT-FILE-STATUS        PIC XX VALUE '00'.                   02800000
028100     88  ACCT-FILE-OK        VALUE '00'.                          02810000
028200 77  RUNHIST-FILE-STATUS     PIC XX VALUE '00'.                   02820000
028300     88  RUNHIST-FILE-OK     VALUE '00'.                          02830000
028400 77  DISP-FILE-STATUS        PIC XX VALUE '00'.                   02840000
028500     88  DISP-FILE-OK        VALUE '00'.                          02850000
028600 77  ALERT-FILE-STATUS       PIC XX VALUE '00'.                   02860000
028700     88  ALERT-FILE-OK       VALUE '00'.                          02870000
028800 77  RESUSE-FILE-STATUS      PIC XX VALUE '00'.                   02880000
028900     88  RESUSE-FILE-OK      VALUE '00'.                          02890000
029000 77  TODAY-FILE-STATUS       PIC XX VALUE '00'.                   02900000
029100     88  TODAY-FILE-OK       VALUE '00'.                          02910000
029200 77  ACCT-FEED-STATUS        PIC XX VALUE '00'.                   02920000
029300 77  HIST-FEED-STATUS        PIC XX VALUE '00'.                   02930000
029400 77  DISP-FEED-STATUS        PIC XX VALUE '00'.                   02940000
029500 77  ALERT-FEED-STATUS       PIC XX VALUE '00'.                   02950000
029600 77  RESUSE-FEED-STATUS      PIC XX VALUE '00'.                   02960000
029700 77  TODAY-FEED-STATUS       PIC XX VALUE '00'.                   02970000
029800 77  FEED-STATUS             PIC XX VALUE '00'.                   02980000
029900     88  FEED-STATUS-OK      VALUE '00'.                          02990000
030000 77  CONTROL-FILE-STATUS     PIC XX VALUE '00'.                   03000000
030100     88  CONTROL-FILE-OK     VALUE '00'.                          03010000
030200 77  PARM-FILE-STATUS        PIC XX VALUE '00'.                   03020000
030300     88  PARM-FILE-OK        VALUE '00'.                          03030000
030400 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   03040000
030500     88  PRINT-FILE-OK       VALUE '00'.                          03050000
030600 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.               03060000
030700     88  PARM-OPENED         VALUE HIGH-VALUE.                    03070000
030800 77  PARM-LOAD-FLAG          PIC X VALUE LOW-VALUE.               03080000
030900     88  PARM-LOAD-DONE      VALUE HIGH-VALUE.                    03090000
031000 77  SOURCE-DONE-FLAG        PIC X VALUE LOW-VALUE.               03100000
031100     88  SOURCE-DONE         VALUE HIGH-VALUE.                    03110000
031200     88  SOURCE-NOT-DONE     VALUE LOW-VALUE.                     03120000
031300 77  CONTROL-DONE-FLAG       PIC X VALUE LOW-VALUE.               03130000
031400     88  CONTROL-DONE        VALUE HIGH-VALUE.                    03140000
031500* FORCE=YES resends a business date already on the control file.  03150000
031600 77  FORCE-FLAG              PIC X VALUE 'N'.                     03160000
031700     88  FORCE-ON            VALUE 'Y'.                           03170000
031800 77  SENT-FLAG               PIC X VALUE LOW-VALUE.               03180000
031900     88  DATE-ALREADY-SENT   VALUE HIGH-VALUE.                    03190000
032000* the extract is refused before anything is written, or is        03200000
032100* incomplete when a source or feed failed; either way it is not   03210000
032200* recorded as sent.                                               03220000
032300 77  EXTRACT-FLAG            PIC X VALUE LOW-VALUE.               03230000
032400     88  EXTRACT-ALLOWED     VALUE LOW-VALUE.                     03240000
032500     88  EXTRACT-REFUSED     VALUE 'R'.                           03250000
032600 77  INCOMPLETE-FLAG         PIC X VALUE LOW-VALUE.               03260000
032700     88  EXTRACT-INCOMPLETE  VALUE HIGH-VALUE.                    03270000
032800 77  TODAY-DATE              PIC X(8).                            03280000
032900 77  NOW-STAMP               PIC X(14).                           03290000
033000 77  BUS-DATE                PIC X(8) VALUE SPACES.               03300000
033100 77  BUS-DATE-ISO            PIC X(10) VALUE SPACES.              03310000
033200 77  TEST-DATE               PIC X(8).                            03320000
033300 77  TEST-DATE-FLAG          PIC X VALUE LOW-VALUE.               03330000
033400     88  TEST-DATE-VALID     VALUE HIGH-VALUE.                    03340000
033500     88  TEST-DATE-INVALID   VALUE LOW-VALUE.                     03350000
033600 01  TEST-DATE-NUM           PIC 9(8) VALUE ZERO.                 03360000
034100* the feeds, in the order they are written: the feed dd name,     03410000
034200* whether it is open, the records read from its source, the rows  03420000
034300* written and the source records skipped, and the hash total.     03430000
034400 77  FDT-MAX                 PIC S9(4) BINARY VALUE 6.            03440000
034500 77  FEED-SUB                PIC S9(4) BINARY VALUE ZERO.         03450000
034600 01  FEED-NAME-VALUES.                                            03460000
034700     05  FILLER              PIC X(8) VALUE 'FEEDACCT'.           03470000
034800     05  FILLER              PIC X(8) VALUE 'FEEDRUNH'.           03480000
034900     05  FILLER              PIC X(8) VALUE 'FEEDDISP'.           03490000
035000     05  FILLER              PIC X(8) VALUE 'FEEDALRT'.           03500000
035100     05  FILLER              PIC X(8) VALUE 'FEEDRUSE'.           03510000
035200     05  FILLER              PIC X(8) VALUE 'FEEDOPSR'.           03520000
035300 01  FEED-NAME-TABLE         REDEFINES FEED-NAME-VALUES.          03530000
035400     05  FDN-NAME            PIC X(8) OCCURS 6 TIMES.             03540000
035500 01  FEED-TABLE-AREA.                                             03550000
035600     05  FDT-ENTRY           OCCURS 6 TIMES.                      03560000
035700         10  FDT-OPEN-FLAG   PIC X.                               03570000
035800             88  FDT-OPENED  VALUE 'Y'.                           03580000
035900         10  FDT-READ        PIC S9(8) BINARY.                    03590000
036000         10  FDT-ROWS        PIC S9(8) BINARY.                    03600000
036100         10  FDT-SKIPPED     PIC S9(8) BINARY.                    03610000
036200         10  FDT-HASH        PIC S9(17) COMP-3.                   03620000
036300* the delimited row being built. FEED-PTR is the next column to   03630000
036400* fill and FIELD-COUNT the columns placed so far; a comma goes    03640000
036500* before every column but the first.                              03650000
036600 77  FEED-RECLEN             PIC 9(8) BINARY VALUE ZERO.          03660000
036700 77  FEED-LINE               PIC X(256) VALUE SPACES.             03670000
036800 77  FEED-PTR                PIC S9(4) BINARY VALUE 1.            03680000
036900 77  FIELD-COUNT             PIC S9(4) BINARY VALUE ZERO.         03690000
037000 77  FIELD-TEXT              PIC X(60) VALUE SPACES.              03700000
037100 77  FIELD-DATE              PIC X(8) VALUE SPACES.               03710000
037200 77  FIELD-STAMP             PIC X(14) VALUE SPACES.              03720000
037300 77  FIELD-NUMBER            PIC S9(17) COMP-3 VALUE ZERO.        03730000
037400 77  NUMBER-EDIT             PIC -(17)9.                          03740000
037500 77  FIELD-SUB               PIC S9(4) BINARY VALUE ZERO.         03750000
037600 77  FIELD-START             PIC S9(4) BINARY VALUE ZERO.         03760000
037700 77  FIELD-LEN               PIC S9(4) BINARY VALUE ZERO.         03770000
037800 77  ROW-HASH                PIC S9(17) COMP-3 VALUE ZERO.        03780000
037900 77  QUOTE-MARK              PIC X VALUE '"'.                     03790000
038000* run totals.                                                     03800000
038100 77  BAD-DATE-COUNT          PIC S9(8) BINARY VALUE ZERO.         03810000
038200 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       03820000
038300 77  HASH-DISP               PIC Z(16)9.                          03830000
038400* report line layouts.                                            03840000
038500 01  PAGE-HEADING-1.                                              03850000
038600     05  FILLER              PIC X(35) VALUE                      03860000
038700         'ACIF DATA-WAREHOUSE EXTRACT FOR   '.                    03870000
038800     05  HDG-DATE            PIC X(10).                           03880000
038900     05  FILLER              PIC X(76) VALUE SPACES.              03890000
039000 01  SECTION-HEADING.                                             03900000
039100     05  FILLER              PIC X(2) VALUE SPACES.               03910000
039200     05  SHD-TEXT            PIC X(60).                           03920000
039300     05  FILLER              PIC X(59) VALUE SPACES.              03930000
039400 01  FEED-HEADING.                                                03940000
039500     05  FILLER              PIC X(12) VALUE '  FEED      '.      03950000
039600     05  FILLER              PIC X(11) VALUE '     READ  '.       03960000
039700     05  FILLER              PIC X(11) VALUE '     ROWS  '.       03970000
039800     05  FILLER              PIC X(11) VALUE '  SKIPPED  '.       03980000
039900     05  FILLER              PIC X(17) VALUE                      03990000
040000         '       HASH TOTAL'.                                     04000000
040100     05  FILLER              PIC X(59) VALUE SPACES.              04010000
040200 01  FEED-DETAIL-LINE.                                            04020000
040300     05  FILLER              PIC X(2) VALUE SPACES.               04030000
040400     05  FDL-NAME            PIC X(8).                            04040000
040500     05  FILLER              PIC X(2) VALUE SPACES.               04050000
040600     05  FDL-READ            PIC Z,ZZZ,ZZ9.                       04060000
040700     05  FILLER              PIC X(2) VALUE SPACES.               04070000
040800     05  FDL-ROWS            PIC Z,ZZZ,ZZ9.                       04080000
040900     05  FILLER              PIC X(2) VALUE SPACES.               04090000
041000     05  FDL-SKIPPED         PIC Z,ZZZ,ZZ9.                       04100000
041100     05  FILLER              PIC X(2) VALUE SPACES.               04110000
041200     05  FDL-HASH            PIC Z(16)9.                          04120000
041300     05  FILLER              PIC X(2) VALUE SPACES.               04130000
041400     05  FDL-NOTE            PIC X(20).                           04140000
041500     05  FILLER              PIC X(37) VALUE SPACES.              04150000
041600 01  SUMMARY-LINE.                                                04160000
041700     05  FILLER              PIC X(2) VALUE SPACES.               04170000
041800     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       04180000
041900     05  FILLER              PIC X VALUE SPACE.                   04190000
042000     05  SUM-TEXT            PIC X(50).                           04200000
042100     05  FILLER              PIC X(59) VALUE SPACES.              04210000
042200     SKIP1                                                        04220000
042300 TITLE 'Initialization and Main Line'.                            04230000
042400 PROCEDURE DIVISION.                                              04240000
042500     PERFORM INITIALIZE-RUN.                                      04250000
042600     PERFORM CHECK-CONTROL.                                       04260000
042700     PERFORM EXTRACT-FEEDS.                                       04270000
042800     PERFORM RECORD-EXTRACT.                                      04280000
042900     PERFORM PRINT-HEADING.                                       04290000
043000     PERFORM PRINT-FEEDS.                                         04300000
043100     PERFORM PRINT-SUMMARY.                                       04310000
043200     PERFORM FINISH-RUN.                                          04320000
043300     GOBACK.                                                      04330000
043400* settle the business date and open the report.                   04340000
043500 INITIALIZE-RUN.                                                  04350000
043600     MOVE FUNCTION CURRENT-DATE (1 : 14) TO NOW-STAMP.            04360000
043700     MOVE NOW-STAMP (1 : 8) TO TODAY-DATE.                        04370000
043800     MOVE TODAY-DATE TO BUS-DATE.                                 04380000
043900     PERFORM LOAD-PARMS.                                          04390000
044000     STRING BUS-DATE (1 : 4) '-' BUS-DATE (5 : 2) '-'             04400000
044100         BUS-DATE (7 : 2) DELIMITED BY SIZE INTO BUS-DATE-ISO.    04410000
044200     PERFORM CLEAR-FEED-ENTRY VARYING FEED-SUB FROM 1 BY 1        04420000
044300         UNTIL FEED-SUB > FDT-MAX.                                04430000
044400     OPEN OUTPUT PRINT-FILE.                                      04440000
044500     IF NOT PRINT-FILE-OK                                         04450000
044600      THEN                                                        04460000
044700      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  04470000
044800          PRINT-FILE-STATUS;                                      04480000
044900      MOVE 8 TO RETURN-CODE                                       04490000
045000     END-IF.                                                      04500000
045100 CLEAR-FEED-ENTRY.                                                04510000
045200     MOVE 'N' TO FDT-OPEN-FLAG (FEED-SUB).                        04520000
045300     MOVE ZERO TO FDT-READ (FEED-SUB).                            04530000
045400     MOVE ZERO TO FDT-ROWS (FEED-SUB).                            04540000
045500     MOVE ZERO TO FDT-SKIPPED (FEED-SUB).                         04550000
045600     MOVE ZERO TO FDT-HASH (FEED-SUB).                            04560000
045700* load the job options from the EXITPARM dataset. a missing       04570000
045800* file leaves the business date at today, not forced.             04580000
045900 LOAD-PARMS.                                                      04590000
046000     OPEN INPUT PARM-FILE.                                        04600000
046100     IF PARM-FILE-OK                                              04610000
046200      THEN                                                        04620000
046300      SET PARM-OPENED TO TRUE                                     04630000
046400      ELSE                                                        04640000
046500      DISPLAY PGMNAME, ' EXITPARM NOT AVAILABLE, FILE STATUS=',   04650000
046600          PARM-FILE-STATUS, ' - TODAY IS THE BUSINESS DATE.';     04660000
046700      SET PARM-LOAD-DONE TO TRUE                                  04670000
046800     END-IF.                                                      04680000
046900     PERFORM LOAD-ONE-PARM UNTIL PARM-LOAD-DONE.                  04690000
047000     IF PARM-OPENED                                               04700000
047100      THEN                                                        04710000
047200      CLOSE PARM-FILE                                             04720000
047300     END-IF.                                                      04730000
047400 LOAD-ONE-PARM.                                                   04740000
047500     READ PARM-FILE.                                              04750000
047600     IF PARM-FILE-OK                                              04760000
047700      THEN                                                        04770000
047800      PERFORM STORE-PARM                                          04780000
047900      ELSE                                                        04790000
048000      SET PARM-LOAD-DONE TO TRUE                                  04800000
048100     END-IF.                                                      04810000
048200 STORE-PARM.                                                      04820000
048300     EVALUATE PARM-KEYWORD                                        04830000
048400       WHEN 'BUSDATE '                                            04840000
048500         MOVE PARM-VALUE TO TEST-DATE;                            04850000
048600         PERFORM EDIT-TEST-DATE;                                  04860000
048700         IF TEST-DATE-VALID                                       04870000
048800          THEN                                                    04880000
048900          MOVE PARM-VALUE TO BUS-DATE                             04890000
049000          ELSE                                                    04900000
049100          DISPLAY PGMNAME, ' INVALID BUSDATE VALUE ',             04910000
049200              'IGNORED: ', PARM-VALUE                             04920000
049300         END-IF                                                   04930000
049400       WHEN 'FORCE   '                                            04940000
049500         IF PARM-VALUE = 'YES     ' OR PARM-VALUE = 'Y       '    04950000
049600          THEN                                                    04960000
049700          SET FORCE-ON TO TRUE                                    04970000
049800         END-IF                                                   04980000
049900       WHEN SPACES                                                04990000
050000         CONTINUE                                                 05000000
050100       WHEN OTHER                                                 05010000
050200         CONTINUE                                                 05020000
050300     END-EVALUATE.                                                05030000
050400* check that TEST-DATE holds a real yyyymmdd calendar date.       05040000
050500 EDIT-TEST-DATE.                                                  05050000
050600     SET TEST-DATE-INVALID TO TRUE.                               05060000
050700     IF TEST-DATE NUMERIC                                         05070000
050800      THEN                                                        05080000
050900      MOVE TEST-DATE TO TEST-DATE-NUM;                            05090000
051000      IF FUNCTION TEST-DATE-YYYYMMDD (TEST-DATE-NUM) = ZERO       05100000
051300       THEN                                                       05130000
051400       SET TEST-DATE-VALID TO TRUE                                05140000
051500      END-IF                                                      05150000
051600     END-IF.                                                      05160000
051700* read the control file for the business date. a date already     05170000
051800* sent is refused unless forced; a control file that cannot be    05180000
051900* read refuses the extract, since a resend could not be caught.   05190000
052000 CHECK-CONTROL.                                                   05200000
052100     OPEN INPUT CONTROL-FILE.                                     05210000
052200     IF CONTROL-FILE-OK                                           05220000
052300      THEN                                                        05230000
052400      PERFORM READ-ONE-CONTROL UNTIL CONTROL-DONE;                05240000
052500      CLOSE CONTROL-FILE                                          05250000
052600      ELSE                                                        05260000
052700      DISPLAY PGMNAME, ' OPEN OF EXTCTLDD FAILED, FILE STATUS=',  05270000
052800          CONTROL-FILE-STATUS, ' - NOTHING EXTRACTED.';           05280000
052900      MOVE 8 TO RETURN-CODE;                                      05290000
053000      SET EXTRACT-REFUSED TO TRUE                                 05300000
053100     END-IF.                                                      05310000
053200     IF DATE-ALREADY-SENT                                         05320000
053300      THEN                                                        05330000
053400      IF FORCE-ON                                                 05340000
053500       THEN                                                       05350000
053600       DISPLAY PGMNAME, ' ', BUS-DATE, ' WAS ALREADY SENT - ',    05360000
053700           'FORCED, SENDING AGAIN.'                               05370000
053800       ELSE                                                       05380000
053900       DISPLAY PGMNAME, ' ', BUS-DATE, ' WAS ALREADY SENT - ',    05390000
054000           'NOTHING EXTRACTED. FORCE=YES RESENDS IT.';            05400000
054100       MOVE 8 TO RETURN-CODE;                                     05410000
054200       SET EXTRACT-REFUSED TO TRUE                                05420000
054300      END-IF                                                      05430000
054400     END-IF.                                                      05440000
054500 READ-ONE-CONTROL.                                                05450000
054600     READ CONTROL-FILE.                                           05460000
054700     IF NOT CONTROL-FILE-OK                                       05470000
054800      THEN                                                        05480000
054900      SET CONTROL-DONE TO TRUE                                    05490000
055000      ELSE                                                        05500000
055100      IF XCT-BUS-DATE = BUS-DATE                                  05510000
055200       THEN                                                       05520000
055300       SET DATE-ALREADY-SENT TO TRUE                              05530000
055400      END-IF                                                      05540000
055500     END-IF.                                                      05550000
055600     EJECT                                                        05560000
055700* open the feeds and write each subject area in turn.             05570000
055800 EXTRACT-FEEDS.                                                   05580000
055900     IF EXTRACT-ALLOWED                                           05590000
056000      THEN                                                        05600000
056100      PERFORM OPEN-ONE-FEED VARYING FEED-SUB FROM 1 BY 1          05610000
056200          UNTIL FEED-SUB > FDT-MAX;                               05620000
056300      PERFORM EXTRACT-ACCOUNTING;                                 05630000
056400      PERFORM EXTRACT-RUN-HISTORY;                                05640000
056500      PERFORM EXTRACT-DISPOSITIONS;                               05650000
056600      PERFORM EXTRACT-ALERTS;                                     05660000
056700      PERFORM EXTRACT-RESOURCES;                                  05670000
056800      PERFORM EXTRACT-OPS-SUMMARY;                                05680000
056900      PERFORM CLOSE-ONE-FEED VARYING FEED-SUB FROM 1 BY 1         05690000
057000          UNTIL FEED-SUB > FDT-MAX                                05700000
057100     END-IF.                                                      05710000
057200 OPEN-ONE-FEED.                                                   05720000
057300     EVALUATE FEED-SUB                                            05730000
057400       WHEN 1                                                     05740000
057500         OPEN OUTPUT ACCT-FEED-FILE;                              05750000
057600         MOVE ACCT-FEED-STATUS TO FEED-STATUS                     05760000
057700       WHEN 2                                                     05770000
057800         OPEN OUTPUT HIST-FEED-FILE;                              05780000
057900         MOVE HIST-FEED-STATUS TO FEED-STATUS                     05790000
058000       WHEN 3                                                     05800000
058100         OPEN OUTPUT DISP-FEED-FILE;                              05810000
058200         MOVE DISP-FEED-STATUS TO FEED-STATUS                     05820000
058300       WHEN 4                                                     05830000
058400         OPEN OUTPUT ALERT-FEED-FILE;                             05840000
058500         MOVE ALERT-FEED-STATUS TO FEED-STATUS                    05850000
058600       WHEN 5                                                     05860000
058700         OPEN OUTPUT RESUSE-FEED-FILE;                            05870000
058800         MOVE RESUSE-FEED-STATUS TO FEED-STATUS                   05880000
058900       WHEN 6                                                     05890000
059000         OPEN OUTPUT TODAY-FEED-FILE;                             05900000
059100         MOVE TODAY-FEED-STATUS TO FEED-STATUS                    05910000
059200     END-EVALUATE.                                                05920000
059300     IF FEED-STATUS-OK                                            05930000
059400      THEN                                                        05940000
059500      MOVE 'Y' TO FDT-OPEN-FLAG (FEED-SUB)                        05950000
059600      ELSE                                                        05960000
059700      DISPLAY PGMNAME, ' OPEN OF ', FDN-NAME (FEED-SUB),          05970000
059800          ' FAILED, FILE STATUS=', FEED-STATUS;                   05980000
059900      MOVE 8 TO RETURN-CODE;                                      05990000
060000      SET EXTRACT-INCOMPLETE TO TRUE                              06000000
060100     END-IF.                                                      06010000
060200 CLOSE-ONE-FEED.                                                  06020000
060300     IF FDT-OPENED (FEED-SUB)                                     06030000
060400      THEN                                                        06040000
060500      EVALUATE FEED-SUB                                           06050000
060600        WHEN 1                                                    06060000
060700          CLOSE ACCT-FEED-FILE                                    06070000
060800        WHEN 2                                                    06080000
060900          CLOSE HIST-FEED-FILE                                    06090000
061000        WHEN 3                                                    06100000
061100          CLOSE DISP-FEED-FILE                                    06110000
061200        WHEN 4                                                    06120000
061300          CLOSE ALERT-FEED-FILE                                   06130000
061400        WHEN 5                                                    06140000
061500          CLOSE RESUSE-FEED-FILE                                  06150000
061600        WHEN 6                                                    06160000
061700          CLOSE TODAY-FEED-FILE                                   06170000
061800      END-EVALUATE                                                06180000
061900     END-IF.                                                      06190000
062000* a source that cannot be opened leaves its feed with only the    06200000
062100* header and trailer rows, and the extract incomplete.            06210000
062200 SOURCE-OPEN-FAILED.                                              06220000
062300     DISPLAY PGMNAME, ' SOURCE FOR ', FDN-NAME (FEED-SUB),        06230000
062400         ' COULD NOT BE OPENED, FILE STATUS=', FEED-STATUS.       06240000
062500     MOVE 8 TO RETURN-CODE.                                       06250000
062600     SET EXTRACT-INCOMPLETE TO TRUE.                              06260000
062700     EJECT                                                        06270000
062800* the accounting records. the day's generation is extracted       06280000
062900* whole; a blank disposition predates suppression and is a        06290000
063000* printed document.                                               06300000
063100 EXTRACT-ACCOUNTING.                                              06310000
063200     MOVE 1 TO FEED-SUB.                                          06320000
063300     PERFORM START-LINE.                                          06330000
063400     STRING 'BUSINESS_DATE,REPORT_ID,RUN_DATE,PAGES,'             06340000
063500         'STRUCTURED_FIELDS,DISPOSITION,SUPPRESS_REASON,'         06350000
063600         'ACCOUNT' DELIMITED BY SIZE                              06360000
063700         INTO FEED-LINE WITH POINTER FEED-PTR.                    06370000
063800     PERFORM WRITE-FEED-LINE.                                     06380000
063900     SET SOURCE-NOT-DONE TO TRUE.                                 06390000
064000     OPEN INPUT ACCT-FILE.                                        06400000
064100     IF ACCT-FILE-OK                                              06410000
064200      THEN                                                        06420000
064300      PERFORM READ-ONE-ACCT UNTIL SOURCE-DONE;                    06430000
064400      CLOSE ACCT-FILE                                             06440000
064500      ELSE                                                        06450000
064600      MOVE ACCT-FILE-STATUS TO FEED-STATUS;                       06460000
064700      PERFORM SOURCE-OPEN-FAILED                                  06470000
064800     END-IF.                                                      06480000
064900     PERFORM WRITE-TRAILER.                                       06490000
065000 READ-ONE-ACCT.                                                   06500000
065100     READ ACCT-FILE.                                              06510000
065200     IF NOT ACCT-FILE-OK                                          06520000
065300      THEN                                                        06530000
065400      SET SOURCE-DONE TO TRUE                                     06540000
065500      ELSE                                                        06550000
065600      ADD 1 TO FDT-READ (FEED-SUB);                               06560000
065700      IF ACCT-PAGES NOT NUMERIC OR ACCT-SFS NOT NUMERIC           06570000
065800       THEN                                                       06580000
065900       ADD 1 TO FDT-SKIPPED (FEED-SUB)                            06590000
066000       ELSE                                                       06600000
066100       PERFORM WRITE-ACCT-ROW                                     06610000
066200      END-IF                                                      06620000
066300     END-IF.                                                      06630000
066400 WRITE-ACCT-ROW.                                                  06640000
066500     PERFORM START-ROW.                                           06650000
066600     MOVE ACCT-REPT-ID TO FIELD-TEXT.                             06660000
066700     PERFORM APPEND-TEXT.                                         06670000
066800     MOVE ACCT-RUN-DATE TO FIELD-DATE.                            06680000
066900     PERFORM APPEND-DATE.                                         06690000
067000     MOVE ACCT-PAGES TO FIELD-NUMBER.                             06700000
067100     PERFORM APPEND-NUMBER.                                       06710000
067200     MOVE ACCT-SFS TO FIELD-NUMBER.                               06720000
067300     PERFORM APPEND-NUMBER.                                       06730000
067400     IF ACCT-DISPOSITION = SPACE                                  06740000
067500      THEN                                                        06750000
067600      MOVE 'P' TO FIELD-TEXT                                      06760000
067700      ELSE                                                        06770000
067800      MOVE ACCT-DISPOSITION TO FIELD-TEXT                         06780000
067900     END-IF.                                                      06790000
068000     PERFORM APPEND-TEXT.                                         06800000
068100     MOVE ACCT-SUPP-REASON TO FIELD-TEXT.                         06810000
068200     PERFORM APPEND-TEXT.                                         06820000
068300     MOVE ACCT-ACCOUNT TO FIELD-TEXT.                             06830000
068400     PERFORM APPEND-TEXT.                                         06840000
068500     MOVE ACCT-PAGES TO ROW-HASH.                                 06850000
068600     PERFORM WRITE-DETAIL-ROW.                                    06860000
068700* the run history entries completed on the business date. the     06870000
068800* hash total is the sum of the run dates.                         06880000
068900 EXTRACT-RUN-HISTORY.                                             06890000
069000     MOVE 2 TO FEED-SUB.                                          06900000
069100     PERFORM START-LINE.                                          06910000
069200     STRING 'BUSINESS_DATE,REPORT_ID,RUN_DATE,PROCESSED_DATE'     06920000
069300         DELIMITED BY SIZE INTO FEED-LINE WITH POINTER FEED-PTR.  06930000
069400     PERFORM WRITE-FEED-LINE.                                     06940000
069500     SET SOURCE-NOT-DONE TO TRUE.                                 06950000
069600     OPEN INPUT RUN-HIST-FILE.                                    06960000
069700     IF RUNHIST-FILE-OK                                           06970000
069800      THEN                                                        06980000
069900      PERFORM READ-ONE-HISTORY UNTIL SOURCE-DONE;                 06990000
070000      CLOSE RUN-HIST-FILE                                         07000000
070100      ELSE                                                        07010000
070200      MOVE RUNHIST-FILE-STATUS TO FEED-STATUS;                    07020000
070300      PERFORM SOURCE-OPEN-FAILED                                  07030000
070400     END-IF.                                                      07040000
070500     PERFORM WRITE-TRAILER.                                       07050000
070600 READ-ONE-HISTORY.                                                07060000
070700     READ RUN-HIST-FILE NEXT.                                     07070000
070800     IF NOT RUNHIST-FILE-OK                                       07080000
070900      THEN                                                        07090000
071000      SET SOURCE-DONE TO TRUE                                     07100000
071100      ELSE                                                        07110000
071200      ADD 1 TO FDT-READ (FEED-SUB);                               07120000
071300      IF HIST-PROC-DATE = BUS-DATE                                07130000
071400       THEN                                                       07140000
071500       PERFORM WRITE-HISTORY-ROW                                  07150000
071600      END-IF                                                      07160000
071700     END-IF.                                                      07170000
071800 WRITE-HISTORY-ROW.                                               07180000
071900     PERFORM START-ROW.                                           07190000
072000     MOVE HIST-REPT-ID TO FIELD-TEXT.                             07200000
072100     PERFORM APPEND-TEXT.                                         07210000
072200     MOVE HIST-RUN-DATE TO FIELD-DATE.                            07220000
072300     PERFORM APPEND-DATE.                                         07230000
072400     MOVE HIST-PROC-DATE TO FIELD-DATE.                           07240000
072500     PERFORM APPEND-DATE.                                         07250000
072600     MOVE ZERO TO ROW-HASH.                                       07260000
072700     IF HIST-RUN-DATE NUMERIC                                     07270000
072800      THEN                                                        07280000
072900      MOVE HIST-RUN-DATE TO TEST-DATE-NUM;                        07290000
073000      MOVE TEST-DATE-NUM TO ROW-HASH                              07300000
073100     END-IF.                                                      07310000
073200     PERFORM WRITE-DETAIL-ROW.                                    07320000
073300* the disposition log entries for the business date. the hash     07330000
073400* total is the sum of the record counts.                          07340000
073500 EXTRACT-DISPOSITIONS.                                            07350000
073600     MOVE 3 TO FEED-SUB.                                          07360000
073700     PERFORM START-LINE.                                          07370000
073800     STRING 'BUSINESS_DATE,REPORT_ID,RUN_DATE,DISPOSITION,'       07380000
073900         'RECORDS,REASON' DELIMITED BY SIZE                       07390000
074000         INTO FEED-LINE WITH POINTER FEED-PTR.                    07400000
074100     PERFORM WRITE-FEED-LINE.                                     07410000
074200     SET SOURCE-NOT-DONE TO TRUE.                                 07420000
074300     OPEN INPUT DISP-FILE.                                        07430000
074400     IF DISP-FILE-OK                                              07440000
074500      THEN                                                        07450000
074600      PERFORM READ-ONE-DISPOSITION UNTIL SOURCE-DONE;             07460000
074700      CLOSE DISP-FILE                                             07470000
074800      ELSE                                                        07480000
074900      MOVE DISP-FILE-STATUS TO FEED-STATUS;                       07490000
075000      PERFORM SOURCE-OPEN-FAILED                                  07500000
075100     END-IF.                                                      07510000
075200     PERFORM WRITE-TRAILER.                                       07520000
075300 READ-ONE-DISPOSITION.                                            07530000
075400     READ DISP-FILE.                                              07540000
075500     IF NOT DISP-FILE-OK                                          07550000
075600      THEN                                                        07560000
075700      SET SOURCE-DONE TO TRUE                                     07570000
075800      ELSE                                                        07580000
075900      ADD 1 TO FDT-READ (FEED-SUB);                               07590000
076000      IF DSP-PROC-DATE = BUS-DATE                                 07600000
076100       THEN                                                       07610000
076200       IF DSP-RECS NOT NUMERIC                                    07620000
076300        THEN                                                      07630000
076400        ADD 1 TO FDT-SKIPPED (FEED-SUB)                           07640000
076500        ELSE                                                      07650000
076600        PERFORM WRITE-DISPOSITION-ROW                             07660000
076700       END-IF                                                     07670000
076800      END-IF                                                      07680000
076900     END-IF.                                                      07690000
077000 WRITE-DISPOSITION-ROW.                                           07700000
077100     PERFORM START-ROW.                                           07710000
077200     MOVE DSP-REPT-ID TO FIELD-TEXT.                              07720000
077300     PERFORM APPEND-TEXT.                                         07730000
077400     MOVE DSP-RUN-DATE TO FIELD-DATE.                             07740000
077500     PERFORM APPEND-DATE.                                         07750000
077600     MOVE DSP-DISPOSITION TO FIELD-TEXT.                          07760000
077700     PERFORM APPEND-TEXT.                                         07770000
077800     MOVE DSP-RECS TO FIELD-NUMBER.                               07780000
077900     PERFORM APPEND-NUMBER.                                       07790000
078000     MOVE DSP-REASON TO FIELD-TEXT.                               07800000
078100     PERFORM APPEND-TEXT.                                         07810000
078200     MOVE DSP-RECS TO ROW-HASH.                                   07820000
078300     PERFORM WRITE-DETAIL-ROW.                                    07830000
078400* the alerts raised on the business date. the hash total is the   07840000
078500* sum of the alert times (hhmmss).                                07850000
078600 EXTRACT-ALERTS.                                                  07860000
078700     MOVE 4 TO FEED-SUB.                                          07870000
078800     PERFORM START-LINE.                                          07880000
078900     STRING 'BUSINESS_DATE,ALERT_TIMESTAMP,PROGRAM,SEVERITY,'     07890000
079000         'REPORT_ID,MESSAGE' DELIMITED BY SIZE                    07900000
079100         INTO FEED-LINE WITH POINTER FEED-PTR.                    07910000
079200     PERFORM WRITE-FEED-LINE.                                     07920000
079300     SET SOURCE-NOT-DONE TO TRUE.                                 07930000
079400     OPEN INPUT ALERT-FILE.                                       07940000
079500     IF ALERT-FILE-OK                                             07950000
079600      THEN                                                        07960000
079700      PERFORM READ-ONE-ALERT UNTIL SOURCE-DONE;                   07970000
079800      CLOSE ALERT-FILE                                            07980000
079900      ELSE                                                        07990000
080000      MOVE ALERT-FILE-STATUS TO FEED-STATUS;                      08000000
080100      PERFORM SOURCE-OPEN-FAILED                                  08010000
080200     END-IF.                                                      08020000
080300     PERFORM WRITE-TRAILER.                                       08030000
080400 READ-ONE-ALERT.                                                  08040000
080500     READ ALERT-FILE.                                             08050000
080600     IF NOT ALERT-FILE-OK                                         08060000
080700      THEN                                                        08070000
080800      SET SOURCE-DONE TO TRUE                                     08080000
080900      ELSE                                                        08090000
081000      ADD 1 TO FDT-READ (FEED-SUB);                               08100000
081100      IF ALERT-STAMP (1 : 8) = BUS-DATE                           08110000
081200       THEN                                                       08120000
081300       IF ALERT-STAMP (9 : 6) NOT NUMERIC                         08130000
081400        THEN                                                      08140000
081500        ADD 1 TO FDT-SKIPPED (FEED-SUB)                           08150000
081600        ELSE                                                      08160000
081700        PERFORM WRITE-ALERT-ROW                                   08170000
081800       END-IF                                                     08180000
081900      END-IF                                                      08190000
082000     END-IF.                                                      08200000
082100 WRITE-ALERT-ROW.                                                 08210000
082200     PERFORM START-ROW.                                           08220000
082300     MOVE ALERT-STAMP TO FIELD-STAMP.                             08230000
082400     PERFORM APPEND-STAMP.                                        08240000
082500     MOVE ALERT-PROGRAM TO FIELD-TEXT.                            08250000
082600     PERFORM APPEND-TEXT.                                         08260000
082700     MOVE ALERT-SEVERITY TO FIELD-TEXT.                           08270000
082800     PERFORM APPEND-TEXT.                                         08280000
082900     MOVE ALERT-REPT-ID TO FIELD-TEXT.                            08290000
083000     PERFORM APPEND-TEXT.                                         08300000
083100     MOVE ALERT-MESSAGE TO FIELD-TEXT.                            08310000
083200     PERFORM APPEND-TEXT.                                         08320000
083300     MOVE ALERT-STAMP (9 : 6) TO TEST-DATE-NUM.                   08330000
083400     MOVE TEST-DATE-NUM TO ROW-HASH.                              08340000
083500     PERFORM WRITE-DETAIL-ROW.                                    08350000
083600* the resources loaded on the business date. the records carry    08360000
083700* no quantity, so the hash total is the sum of the usage dates.   08370000
083800 EXTRACT-RESOURCES.                                               08380000
083900     MOVE 5 TO FEED-SUB.                                          08390000
084000     PERFORM START-LINE.                                          08400000
084100     STRING 'BUSINESS_DATE,JOB,RESOURCE_TYPE,RESOURCE_NAME,'      08410000
084200         'PREFIX_FLAG' DELIMITED BY SIZE                          08420000
084300         INTO FEED-LINE WITH POINTER FEED-PTR.                    08430000
084400     PERFORM WRITE-FEED-LINE.                                     08440000
084500     SET SOURCE-NOT-DONE TO TRUE.                                 08450000
084600     OPEN INPUT RESUSE-FILE.                                      08460000
084700     IF RESUSE-FILE-OK                                            08470000
084800      THEN                                                        08480000
084900      PERFORM READ-ONE-RESOURCE UNTIL SOURCE-DONE;                08490000
085000      CLOSE RESUSE-FILE                                           08500000
085100      ELSE                                                        08510000
085200      MOVE RESUSE-FILE-STATUS TO FEED-STATUS;                     08520000
085300      PERFORM SOURCE-OPEN-FAILED                                  08530000
085400     END-IF.                                                      08540000
085500     PERFORM WRITE-TRAILER.                                       08550000
085600 READ-ONE-RESOURCE.                                               08560000
085700     READ RESUSE-FILE.                                            08570000
085800     IF NOT RESUSE-FILE-OK                                        08580000
085900      THEN                                                        08590000
086000      SET SOURCE-DONE TO TRUE                                     08600000
086100      ELSE                                                        08610000
086200      ADD 1 TO FDT-READ (FEED-SUB);                               08620000
086300      IF RESUSE-DATE = BUS-DATE                                   08630000
086400       THEN                                                       08640000
086500       PERFORM WRITE-RESOURCE-ROW                                 08650000
086600      END-IF                                                      08660000
086700     END-IF.                                                      08670000
086800 WRITE-RESOURCE-ROW.                                              08680000
086900     PERFORM START-ROW.                                           08690000
087000     MOVE RESUSE-JOB TO FIELD-TEXT.                               08700000
087100     PERFORM APPEND-TEXT.                                         08710000
087200     MOVE RESUSE-TYPE TO FIELD-TEXT.                              08720000
087300     PERFORM APPEND-TEXT.                                         08730000
087400     MOVE RESUSE-NAME TO FIELD-TEXT.                              08740000
087500     PERFORM APPEND-TEXT.                                         08750000
087600     MOVE RESUSE-PREFIX-FLAG TO FIELD-TEXT.                       08760000
087700     PERFORM APPEND-TEXT.                                         08770000
087800     MOVE BUS-DATE TO TEST-DATE-NUM.                              08780000
087900     MOVE TEST-DATE-NUM TO ROW-HASH.                              08790000
088000     PERFORM WRITE-DETAIL-ROW.                                    08800000
088100* the daily operations summaries for the business date. the       08810000
088200* hash total is the sum of the pages.                             08820000
088300 EXTRACT-OPS-SUMMARY.                                             08830000
088400     MOVE 6 TO FEED-SUB.                                          08840000
088500     PERFORM START-LINE.                                          08850000
088600     STRING 'BUSINESS_DATE,PROGRAM,RUNS,RECORDS,INSERTS,PAGES'    08860000
088700         DELIMITED BY SIZE INTO FEED-LINE WITH POINTER FEED-PTR.  08870000
088800     PERFORM WRITE-FEED-LINE.                                     08880000
088900     SET SOURCE-NOT-DONE TO TRUE.                                 08890000
089000     OPEN INPUT TODAY-FILE.                                       08900000
089100     IF TODAY-FILE-OK                                             08910000
089200      THEN                                                        08920000
089300      PERFORM READ-ONE-SUMMARY UNTIL SOURCE-DONE;                 08930000
089400      CLOSE TODAY-FILE                                            08940000
089500      ELSE                                                        08950000
089600      MOVE TODAY-FILE-STATUS TO FEED-STATUS;                      08960000
089700      PERFORM SOURCE-OPEN-FAILED                                  08970000
089800     END-IF.                                                      08980000
089900     PERFORM WRITE-TRAILER.                                       08990000
090000 READ-ONE-SUMMARY.                                                09000000
090100     READ TODAY-FILE.                                             09010000
090200     IF NOT TODAY-FILE-OK                                         09020000
090300      THEN                                                        09030000
090400      SET SOURCE-DONE TO TRUE                                     09040000
090500      ELSE                                                        09050000
090600      ADD 1 TO FDT-READ (FEED-SUB);                               09060000
090700      IF TOD-DATE = BUS-DATE                                      09070000
090800       THEN                                                       09080000
090900       IF TOD-RUNS NOT NUMERIC OR TOD-RECORDS NOT NUMERIC         09090000
091000          OR TOD-INSERTS NOT NUMERIC OR TOD-PAGES NOT NUMERIC     09100000
091100        THEN                                                      09110000
091200        ADD 1 TO FDT-SKIPPED (FEED-SUB)                           09120000
091300        ELSE                                                      09130000
091400        PERFORM WRITE-SUMMARY-ROW                                 09140000
091500       END-IF                                                     09150000
091600      END-IF                                                      09160000
091700     END-IF.                                                      09170000
091800 WRITE-SUMMARY-ROW.                                               09180000
091900     PERFORM START-ROW.                                           09190000
092000     MOVE TOD-PGM TO FIELD-TEXT.                                  09200000
092100     PERFORM APPEND-TEXT.                                         09210000
092200     MOVE TOD-RUNS TO FIELD-NUMBER.                               09220000
092300     PERFORM APPEND-NUMBER.                                       09230000
092400     MOVE TOD-RECORDS TO FIELD-NUMBER.                            09240000
092500     PERFORM APPEND-NUMBER.                                       09250000
092600     MOVE TOD-INSERTS TO FIELD-NUMBER.                            09260000
092700     PERFORM APPEND-NUMBER.                                       09270000
092800     MOVE TOD-PAGES TO FIELD-NUMBER.                              09280000
092900     PERFORM APPEND-NUMBER.                                       09290000
093000     MOVE TOD-PAGES TO ROW-HASH.                                  09300000
093100     PERFORM WRITE-DETAIL-ROW.                                    09310000
093200     EJECT                                                        09320000
093300* row building. every detail row starts with the business date.   09330000
093400 START-LINE.                                                      09340000
093500     MOVE SPACES TO FEED-LINE.                                    09350000
093600     MOVE 1 TO FEED-PTR.                                          09360000
093700     MOVE ZERO TO FIELD-COUNT.                                    09370000
093800 START-ROW.                                                       09380000
093900     PERFORM START-LINE.                                          09390000
094000     PERFORM APPEND-COMMA.                                        09400000
094100     STRING BUS-DATE-ISO DELIMITED BY SIZE                        09410000
094200         INTO FEED-LINE WITH POINTER FEED-PTR.                    09420000
094300 APPEND-COMMA.                                                    09430000
094400     IF FIELD-COUNT > 0                                           09440000
094500      THEN                                                        09450000
094600      STRING ',' DELIMITED BY SIZE                                09460000
094700          INTO FEED-LINE WITH POINTER FEED-PTR                    09470000
094800     END-IF.                                                      09480000
094900     ADD 1 TO FIELD-COUNT.                                        09490000
095000* a text column: FIELD-TEXT without its trailing spaces, in       09500000
095100* quotes, with any quote inside it doubled.                       09510000
095200 APPEND-TEXT.                                                     09520000
095300     PERFORM APPEND-COMMA.                                        09530000
095400     MOVE ZERO TO FIELD-LEN.                                      09540000
095500     PERFORM SCAN-TEXT-END VARYING FIELD-SUB FROM 60 BY -1        09550000
095600         UNTIL FIELD-SUB < 1 OR FIELD-LEN > 0.                    09560000
095700     STRING QUOTE-MARK DELIMITED BY SIZE                          09570000
095800         INTO FEED-LINE WITH POINTER FEED-PTR.                    09580000
095900     PERFORM COPY-TEXT-CHAR VARYING FIELD-SUB FROM 1 BY 1         09590000
096000         UNTIL FIELD-SUB > FIELD-LEN.                             09600000
096100     STRING QUOTE-MARK DELIMITED BY SIZE                          09610000
096200         INTO FEED-LINE WITH POINTER FEED-PTR.                    09620000
096300 SCAN-TEXT-END.                                                   09630000
096400     IF FIELD-TEXT (FIELD-SUB : 1) NOT = SPACE                    09640000
096500      THEN                                                        09650000
096600      MOVE FIELD-SUB TO FIELD-LEN                                 09660000
096700     END-IF.                                                      09670000
096800 COPY-TEXT-CHAR.                                                  09680000
096900     IF FIELD-TEXT (FIELD-SUB : 1) = QUOTE-MARK                   09690000
097000      THEN                                                        09700000
097100      STRING QUOTE-MARK DELIMITED BY SIZE                         09710000
097200          INTO FEED-LINE WITH POINTER FEED-PTR                    09720000
097300     END-IF.                                                      09730000
097400     STRING FIELD-TEXT (FIELD-SUB : 1) DELIMITED BY SIZE          09740000
097500         INTO FEED-LINE WITH POINTER FEED-PTR.                    09750000
097600* a numeric column, without leading zeros.                        09760000
097700 APPEND-NUMBER.                                                   09770000
097800     PERFORM APPEND-COMMA.                                        09780000
097900     MOVE FIELD-NUMBER TO NUMBER-EDIT.                            09790000
098000     MOVE ZERO TO FIELD-START.                                    09800000
098100     PERFORM SCAN-NUMBER-START VARYING FIELD-SUB FROM 1 BY 1      09810000
098200         UNTIL FIELD-SUB > 18 OR FIELD-START > 0.                 09820000
098300     COMPUTE FIELD-LEN = 19 - FIELD-START.                        09830000
098400     STRING NUMBER-EDIT (FIELD-START : FIELD-LEN)                 09840000
098500         DELIMITED BY SIZE INTO FEED-LINE WITH POINTER FEED-PTR.  09850000
098600 SCAN-NUMBER-START.                                               09860000
098700     IF NUMBER-EDIT (FIELD-SUB : 1) NOT = SPACE                   09870000
098800      THEN                                                        09880000
098900      MOVE FIELD-SUB TO FIELD-START                               09890000
099000     END-IF.                                                      09900000
099100* a date column in yyyy-mm-dd form. a date that is not a valid    09910000
099200* yyyymmdd is left empty and counted.                             09920000
099300 APPEND-DATE.                                                     09930000
099400     PERFORM APPEND-COMMA.                                        09940000
099500     MOVE FIELD-DATE TO TEST-DATE.                                09950000
099600     PERFORM EDIT-TEST-DATE.                                      09960000
099700     IF TEST-DATE-VALID                                           09970000
099800      THEN                                                        09980000
099900      STRING FIELD-DATE (1 : 4) '-' FIELD-DATE (5 : 2) '-'        09990000
100000          FIELD-DATE (7 : 2) DELIMITED BY SIZE                    10000000
100100          INTO FEED-LINE WITH POINTER FEED-PTR                    10010000
100200      ELSE                                                        10020000
100300      ADD 1 TO BAD-DATE-COUNT                                     10030000
100400     END-IF.                                                      10040000
100500* a timestamp column in yyyy-mm-dd hh:mm:ss form; the caller      10050000
100600* has checked the date and time.                                  10060000
100700 APPEND-STAMP.                                                    10070000
100800     PERFORM APPEND-COMMA.                                        10080000
100900     STRING FIELD-STAMP (1 : 4) '-' FIELD-STAMP (5 : 2) '-'       10090000
101000         FIELD-STAMP (7 : 2) ' ' FIELD-STAMP (9 : 2) ':'          10100000
101100         FIELD-STAMP (11 : 2) ':' FIELD-STAMP (13 : 2)            10110000
101200         DELIMITED BY SIZE INTO FEED-LINE WITH POINTER FEED-PTR.  10120000
101300 WRITE-DETAIL-ROW.                                                10130000
101400     PERFORM WRITE-FEED-LINE.                                     10140000
101500     ADD 1 TO FDT-ROWS (FEED-SUB).                                10150000
101600     ADD ROW-HASH TO FDT-HASH (FEED-SUB).                         10160000
101700* the trailer row: the business date, the rows written and the    10170000
101800* hash total.                                                     10180000
101900 WRITE-TRAILER.                                                   10190000
102000     PERFORM START-LINE.                                          10200000
102100     PERFORM APPEND-COMMA.                                        10210000
102200     STRING 'TRAILER' DELIMITED BY SIZE                           10220000
102300         INTO FEED-LINE WITH POINTER FEED-PTR.                    10230000
102400     PERFORM APPEND-COMMA.                                        10240000
102500     STRING BUS-DATE-ISO DELIMITED BY SIZE                        10250000
102600         INTO FEED-LINE WITH POINTER FEED-PTR.                    10260000
102700     MOVE FDT-ROWS (FEED-SUB) TO FIELD-NUMBER.                    10270000
102800     PERFORM APPEND-NUMBER.                                       10280000
102900     MOVE FDT-HASH (FEED-SUB) TO FIELD-NUMBER.                    10290000
103000     PERFORM APPEND-NUMBER.                                       10300000
103100     PERFORM WRITE-FEED-LINE.                                     10310000
103200 WRITE-FEED-LINE.                                                 10320000
103300     IF FDT-OPENED (FEED-SUB)                                     10330000
103400      THEN                                                        10340000
103500      COMPUTE FEED-RECLEN = FEED-PTR - 1;                         10350000
103600      EVALUATE FEED-SUB                                           10360000
103700        WHEN 1                                                    10370000
103800          WRITE ACCT-FEED-RECORD FROM FEED-LINE;                  10380000
103900          MOVE ACCT-FEED-STATUS TO FEED-STATUS                    10390000
104000        WHEN 2                                                    10400000
104100          WRITE HIST-FEED-RECORD FROM FEED-LINE;                  10410000
104200          MOVE HIST-FEED-STATUS TO FEED-STATUS                    10420000
104300        WHEN 3                                                    10430000
104400          WRITE DISP-FEED-RECORD FROM FEED-LINE;                  10440000
104500          MOVE DISP-FEED-STATUS TO FEED-STATUS                    10450000
104600        WHEN 4                                                    10460000
104700          WRITE ALERT-FEED-RECORD FROM FEED-LINE;                 10470000
104800          MOVE ALERT-FEED-STATUS TO FEED-STATUS                   10480000
104900        WHEN 5                                                    10490000
105000          WRITE RESUSE-FEED-RECORD FROM FEED-LINE;                10500000
105100          MOVE RESUSE-FEED-STATUS TO FEED-STATUS                  10510000
105200        WHEN 6                                                    10520000
105300          WRITE TODAY-FEED-RECORD FROM FEED-LINE;                 10530000
105400          MOVE TODAY-FEED-STATUS TO FEED-STATUS                   10540000
105500      END-EVALUATE;                                               10550000
105600      IF NOT FEED-STATUS-OK                                       10560000
105700       THEN                                                       10570000
105800       DISPLAY PGMNAME, ' WRITE TO ', FDN-NAME (FEED-SUB),        10580000
105900           ' FAILED, FILE STATUS=', FEED-STATUS;                  10590000
106000       MOVE 8 TO RETURN-CODE;                                     10600000
106100       SET EXTRACT-INCOMPLETE TO TRUE                             10610000
106200      END-IF                                                      10620000
106300     END-IF.                                                      10630000
106400     EJECT                                                        10640000
106500* record a complete extract on the control file, one record per   10650000
106600* feed. a refused or incomplete extract is not recorded, so the   10660000
106700* date can be sent once the failure is fixed.                     10670000
106800 RECORD-EXTRACT.                                                  10680000
106900     IF EXTRACT-ALLOWED AND NOT EXTRACT-INCOMPLETE                10690000
107000      THEN                                                        10700000
107100      OPEN EXTEND CONTROL-FILE;                                   10710000
107200      IF CONTROL-FILE-OK                                          10720000
107300       THEN                                                       10730000
107400       PERFORM WRITE-ONE-CONTROL VARYING FEED-SUB FROM 1 BY 1     10740000
107500           UNTIL FEED-SUB > FDT-MAX;                              10750000
107600       CLOSE CONTROL-FILE                                         10760000
107700       ELSE                                                       10770000
107800       DISPLAY PGMNAME, ' OPEN OF EXTCTLDD FOR UPDATE FAILED, ',  10780000
107900           'FILE STATUS=', CONTROL-FILE-STATUS;                   10790000
108000       MOVE 8 TO RETURN-CODE                                      10800000
108100      END-IF                                                      10810000
108200     END-IF.                                                      10820000
108300     IF EXTRACT-INCOMPLETE                                        10830000
108400      THEN                                                        10840000
108500      DISPLAY PGMNAME, ' EXTRACT FOR ', BUS-DATE, ' INCOMPLETE ', 10850000
108600          '- NOT RECORDED AS SENT.'                               10860000
108700     END-IF.                                                      10870000
108800 WRITE-ONE-CONTROL.                                               10880000
108900     MOVE SPACES TO CONTROL-RECORD.                               10890000
109000     MOVE BUS-DATE TO XCT-BUS-DATE.                               10900000
109100     MOVE FDN-NAME (FEED-SUB) TO XCT-FEED.                        10910000
109200     MOVE NOW-STAMP TO XCT-STAMP.                                 10920000
109300     IF DATE-ALREADY-SENT                                         10930000
109400      THEN                                                        10940000
109500      MOVE 'Y' TO XCT-FORCED                                      10950000
109600      ELSE                                                        10960000
109700      MOVE 'N' TO XCT-FORCED                                      10970000
109800     END-IF.                                                      10980000
109900     MOVE FDT-ROWS (FEED-SUB) TO XCT-RECORDS.                     10990000
110000     MOVE FDT-HASH (FEED-SUB) TO XCT-HASH.                        11000000
110100     WRITE CONTROL-RECORD.                                        11010000
110200     IF NOT CONTROL-FILE-OK                                       11020000
110300      THEN                                                        11030000
110400      DISPLAY PGMNAME, ' WRITE TO EXTCTLDD FAILED, FILE ',        11040000
110500          'STATUS=', CONTROL-FILE-STATUS;                         11050000
110600      MOVE 8 TO RETURN-CODE                                       11060000
110700     END-IF.                                                      11070000
110800     EJECT                                                        11080000
110900 PRINT-HEADING.                                                   11090000
111000     MOVE BUS-DATE-ISO TO HDG-DATE.                               11100000
111100     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         11110000
111200     PERFORM WRITE-PRINT-LINE.                                    11120000
111300     MOVE SPACES TO PRINT-RECORD.                                 11130000
111400     PERFORM WRITE-PRINT-LINE.                                    11140000
111500* one line per feed with its trailer figures.                     11150000
111600 PRINT-FEEDS.                                                     11160000
111700     IF EXTRACT-REFUSED                                           11170000
111800      THEN                                                        11180000
111900      MOVE 'EXTRACT REFUSED - NO FEED WRITTEN' TO SHD-TEXT;       11190000
112000      MOVE SECTION-HEADING TO PRINT-RECORD;                       11200000
112100      PERFORM WRITE-PRINT-LINE                                    11210000
112200      ELSE                                                        11220000
112300      MOVE 'FEEDS WRITTEN' TO SHD-TEXT;                           11230000
112400      MOVE SECTION-HEADING TO PRINT-RECORD;                       11240000
112500      PERFORM WRITE-PRINT-LINE;                                   11250000
112600      MOVE FEED-HEADING TO PRINT-RECORD;                          11260000
112700      PERFORM WRITE-PRINT-LINE;                                   11270000
112800      PERFORM PRINT-ONE-FEED VARYING FEED-SUB FROM 1 BY 1         11280000
112900          UNTIL FEED-SUB > FDT-MAX                                11290000
113000     END-IF.                                                      11300000
113100 PRINT-ONE-FEED.                                                  11310000
113200     MOVE FDN-NAME (FEED-SUB) TO FDL-NAME.                        11320000
113300     MOVE FDT-READ (FEED-SUB) TO FDL-READ.                        11330000
113400     MOVE FDT-ROWS (FEED-SUB) TO FDL-ROWS.                        11340000
113500     MOVE FDT-SKIPPED (FEED-SUB) TO FDL-SKIPPED.                  11350000
113600     MOVE FDT-HASH (FEED-SUB) TO FDL-HASH.                        11360000
113700     IF FDT-OPENED (FEED-SUB)                                     11370000
113800      THEN                                                        11380000
113900      MOVE SPACES TO FDL-NOTE                                     11390000
114000      ELSE                                                        11400000
114100      MOVE 'NOT OPEN - NOT SENT' TO FDL-NOTE                      11410000
114200     END-IF.                                                      11420000
114300     MOVE FEED-DETAIL-LINE TO PRINT-RECORD.                       11430000
114400     PERFORM WRITE-PRINT-LINE.                                    11440000
114500 PRINT-SUMMARY.                                                   11450000
114600     MOVE SPACES TO PRINT-RECORD.                                 11460000
114700     PERFORM WRITE-PRINT-LINE.                                    11470000
114800     IF DATE-ALREADY-SENT                                         11480000
114900      THEN                                                        11490000
115000      MOVE ZERO TO SUM-COUNT;                                     11500000
115100      IF FORCE-ON                                                 11510000
115200       THEN                                                       11520000
115300       MOVE 'DATE ALREADY SENT - RESENT UNDER FORCE=YES' TO       11530000
115400           SUM-TEXT                                               11540000
115500       ELSE                                                       11550000
115600       MOVE 'DATE ALREADY SENT - REFUSED' TO SUM-TEXT             11560000
115700      END-IF;                                                     11570000
115800      MOVE SUMMARY-LINE TO PRINT-RECORD;                          11580000
115900      PERFORM WRITE-PRINT-LINE                                    11590000
116000     END-IF.                                                      11600000
116100     IF BAD-DATE-COUNT > 0                                        11610000
116200      THEN                                                        11620000
116300      MOVE BAD-DATE-COUNT TO SUM-COUNT;                           11630000
116400      MOVE 'DATES NOT IN YYYYMMDD FORM - LEFT EMPTY' TO SUM-TEXT; 11640000
116500      MOVE SUMMARY-LINE TO PRINT-RECORD;                          11650000
116600      PERFORM WRITE-PRINT-LINE                                    11660000
116700     END-IF.                                                      11670000
116800     IF EXTRACT-INCOMPLETE                                        11680000
116900      THEN                                                        11690000
117000      MOVE ZERO TO SUM-COUNT;                                     11700000
117100      MOVE 'EXTRACT INCOMPLETE - NOT RECORDED AS SENT' TO         11710000
117200          SUM-TEXT;                                               11720000
117300      MOVE SUMMARY-LINE TO PRINT-RECORD;                          11730000
117400      PERFORM WRITE-PRINT-LINE                                    11740000
117500     END-IF.                                                      11750000
117600 WRITE-PRINT-LINE.                                                11760000
117700     IF PRINT-FILE-OK                                             11770000
117800      THEN                                                        11780000
117900      WRITE PRINT-RECORD;                                         11790000
118000      IF NOT PRINT-FILE-OK                                        11800000
118100       THEN                                                       11810000
118200       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       11820000
118300           'STATUS=', PRINT-FILE-STATUS                           11830000
118400      END-IF                                                      11840000
118500     END-IF.                                                      11850000
118600* close the report and set the return code: 4 when source         11860000
118700* records were skipped, unless a failure or refusal already set   11870000
118800* 8.                                                              11880000
118900 FINISH-RUN.                                                      11890000
119000     IF PRINT-FILE-OK                                             11900000
119100      THEN                                                        11910000
119200      CLOSE PRINT-FILE                                            11920000
119300     END-IF.                                                      11930000
119400     MOVE ZERO TO FIELD-NUMBER.                                   11940000
119500     PERFORM ADD-FEED-ROWS VARYING FEED-SUB FROM 1 BY 1           11950000
119600         UNTIL FEED-SUB > FDT-MAX.                                11960000
119700     MOVE FIELD-NUMBER TO COUNT-DISP.                             11970000
119800     DISPLAY PGMNAME, ' ', COUNT-DISP, ' ROWS EXTRACTED FOR ',    11980000
119900         BUS-DATE, '.'.                                           11990000
120000     MOVE ZERO TO FIELD-NUMBER.                                   12000000
120100     PERFORM ADD-FEED-SKIPPED VARYING FEED-SUB FROM 1 BY 1        12010000
120200         UNTIL FEED-SUB > FDT-MAX.                                12020000
120300     IF FIELD-NUMBER > 0 AND RETURN-CODE = ZERO                   12030000
120400      THEN                                                        12040000
120500      MOVE 4 TO RETURN-CODE                                       12050000
120600     END-IF.                                                      12060000
120700 ADD-FEED-ROWS.                                                   12070000
120800     ADD FDT-ROWS (FEED-SUB) TO FIELD-NUMBER.                     12080000
120900 ADD-FEED-SKIPPED.                                                12090000
121000     ADD FDT-SKIPPED (FEED-SUB) TO FIELD-NUMBER.                  12100000
121100 END PROGRAM ACIFDWEX.                                            12110000
