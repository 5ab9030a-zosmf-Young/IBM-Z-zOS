000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 03  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFSLAR.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Batch-window SLA report for the ACIF exit suite.   00070000
000800*                                                                 00080000
000900               Every report family has a delivery deadline -      00090000
001000               statements to the printer by 04:00, regulatory     00100000
001100               reports to archive by 06:00. The input and output  00110000
001200               exits stamp the start and end of each run, and the 00120000
001300               input exit the time each report id's last document 00130000
001400               completed, on the timing dataset (TIMINGDD). This  00140000
001500               program compares each family's completion against  00150000
001600               its deadline in the deadline table (DEADLNDD): a   00160000
001700               time of day and the number of days after the run   00170000
001800               date it falls on, with a '*DEFAULT' row for        00180000
001900               families not listed.                               00190000
002000*                                                                 00200000
002100               For the business date it prints the run windows,   00210000
002200               and for every family whose run date is the         00220000
002300               business date whether it finished on time, with    00230000
002400               the minutes of slack or overrun. A family rerun    00240000
002500               for the same run date is judged on its last        00250000
002600               completion. It then prints each family's SLA       00260000
002700               percentage for the month to date, and raises a     00270000
002800               high-severity alert through ALERTPUT for every     00280000
002900               family that missed its window.                     00290000
003000*                                                                 00300000
003100               The business date is the BUSDATE keyword in the    00310000
003200               EXITPARM dataset, or yesterday when it is absent,  00320000
003300               since the report runs after the overnight          00330000
003400               deadlines. The step ends with return code 4 when   00340000
003500               a family was late.                                 00350000
003600*                                                                 00360000
003700 DATE-WRITTEN. 15 Oct 2026.                                       00370000
003800 DATE-COMPILED.                                                   00380000
003900 SECURITY. IBM SAMPLE CODE ONLY.                                  00390000
004000*/**************************************************************/ 00400000
004100*/* Licensed under the Apache License, Version 2.0 (the        */ 00410000
004200*/* "License"); you may not use this file except in compliance */ 00420000
004300*/* with the License. You may obtain a copy of the License at  */ 00430000
004400*/*                                                            */ 00440000
004500*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00450000
004600*/*                                                            */ 00460000
004700*/* Unless required by applicable law or agreed to in writing, */ 00470000
004800*/* software distributed under the License is distributed on an*/ 00480000
004900*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00490000
005000*/* KIND, either express or implied.  See the License for the  */ 00500000
005100*/* specific language governing permissions and limitations    */ 00510000
005200*/* under the License.                                         */ 00520000
005300*/*------------------------------------------------------------*/ 00530000
005400*/*                                                            */ 00540000
005500*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00550000
005600*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00560000
005700*/*                                                            */ 00570000
005800*/*   Permission to use, copy, modify, and distribute          */ 00580000
005900*/*   this software for any purpose with or without fee        */ 00590000
006000*/*   is hereby granted, provided that the above               */ 00600000
006100*/*   copyright notices appear in all copies.                  */ 00610000
006200*/*                                                            */ 00620000
006300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00630000
006400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00640000
006500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00650000
006600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00660000
006700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00670000
006800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00680000
006900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00690000
007000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00700000
007100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00710000
007200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00720000
007300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00730000
007400*/**************************************************************/ 00740000
007500 TITLE 'ACIF Batch-Window SLA Report'.                            00750000
007600 ENVIRONMENT DIVISION.                                            00760000
007700 CONFIGURATION SECTION.                                           00770000
007800 SOURCE-COMPUTER. IBM-370.                                        00780000
007900 OBJECT-COMPUTER. IBM-370.                                        00790000
008000 INPUT-OUTPUT SECTION.                                            00800000
008100 FILE-CONTROL.                                                    00810000
008200     SELECT TIMING-FILE ASSIGN TO TIMINGDD                        00820000
008300         ORGANIZATION IS SEQUENTIAL                               00830000
008400         FILE STATUS IS TIMING-FILE-STATUS.                       00840000
008500     SELECT DEADLINE-FILE ASSIGN TO DEADLNDD                      00850000
008600         ORGANIZATION IS SEQUENTIAL                               00860000
008700         FILE STATUS IS DEADLINE-FILE-STATUS.                     00870000
008800     SELECT PARM-FILE ASSIGN TO EXITPARM                          00880000
008900         ORGANIZATION IS SEQUENTIAL                               00890000
009000         FILE STATUS IS PARM-FILE-STATUS.                         00900000
009100     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00910000
009200         ORGANIZATION IS SEQUENTIAL                               00920000
009300         FILE STATUS IS PRINT-FILE-STATUS.                        00930000
009400     EJECT                                                        00940000
009500 DATA DIVISION.                                                   00950000
009600 FILE SECTION.                                                    00960000
009700* THE TIMING DATASET THE EXITS STAMP THROUGH TIMEPUT.             00970000
009800 FD  TIMING-FILE                                                  00980000
009900     LABEL RECORDS ARE STANDARD.                                  00990000
010000     COPY TIMEREC SUPPRESS.                                       01000000
010100* THE DEADLINE TABLE. ONE RECORD PER REPORT FAMILY: THE REPORT    01010000
010200* ID, THE DEADLINE TIME OF DAY (HHMM), THE NUMBER OF DAYS AFTER   01020000
010300* THE RUN DATE THE DEADLINE FALLS ON (0-9), AND WHERE THE OUTPUT  01030000
010400* IS DUE (PRINTER, ARCHIVE, ...). A '*DEFAULT' RECORD COVERS      01040000
010500* FAMILIES NOT LISTED; OTHER RECORDS BEGINNING WITH '*' ARE       01050000
010600* COMMENTS.                                                       01060000
010700 FD  DEADLINE-FILE                                                01070000
010800     LABEL RECORDS ARE STANDARD.                                  01080000
010900 01  DEADLINE-RECORD.                                             01090000
011000     05  DLN-REPT-ID         PIC X(8).                            01100000
011100     05  FILLER              PIC X.                               01110000
011200     05  DLN-TIME.                                                01120000
011300         10  DLN-HOUR        PIC 9(2).                            01130000
011400         10  DLN-MINUTE      PIC 9(2).                            01140000
011500     05  FILLER              PIC X.                               01150000
011600     05  DLN-DAYS            PIC 9.                               01160000
011700     05  FILLER              PIC X.                               01170000
011800     05  DLN-TARGET          PIC X(12).                           01180000
011900     05  FILLER              PIC X(52).                           01190000
012000* THE EXIT OPTIONS FILE. KEYWORD IN COLUMNS 1-8, '=' IN           01200000
012100* COLUMN 9, VALUE IN COLUMNS 10-17 (NUMERIC VALUES ZERO           01210000
012200* PADDED). RECORDS BEGINNING WITH '*' ARE COMMENTS.               01220000
012300 FD  PARM-FILE                                                    01230000
012400     LABEL RECORDS ARE STANDARD.                                  01240000
012500 01  PARM-RECORD.                                                 01250000
012600     05  PARM-KEYWORD        PIC X(8).                            01260000
012700     05  FILLER              PIC X.                               01270000
012800     05  PARM-VALUE          PIC X(8).                            01280000
012900     05  PARM-VALUE-NUM      REDEFINES PARM-VALUE PIC 9(8).       01290000
013000     05  FILLER              PIC X(63).                           01300000
013100 FD  PRINT-FILE                                                   01310000
013200     LABEL RECORDS ARE STANDARD.                                  01320000
013300 01  PRINT-RECORD            PIC X(121).                          01330000
013400 WORKING-STORAGE SECTION.                                         01340000
013500 77  PGMNAME                 PIC X(8) VALUE 'ACIFSLAR'.           01350000
013600 77  ALERTPUT                PIC X(8) VALUE 'ALERTPUT'.           01360000
013700 77  TIMING-FILE-STATUS      PIC XX VALUE '00'.                   01370000
013800     88  TIMING-FILE-OK      VALUE '00'.                          01380000
013900 77  DEADLINE-FILE-STATUS    PIC XX VALUE '00'.                   01390000
014000     88  DEADLINE-FILE-OK    VALUE '00'.                          01400000
014100 77  PARM-FILE-STATUS        PIC XX VALUE '00'.                   01410000
014200     88  PARM-FILE-OK        VALUE '00'.                          01420000
014300 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01430000
014400     88  PRINT-FILE-OK       VALUE '00'.                          01440000
014500 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.               01450000
014600     88  PARM-OPENED         VALUE HIGH-VALUE.                    01460000
014700 77  PARM-LOAD-FLAG          PIC X VALUE LOW-VALUE.               01470000
014800     88  PARM-LOAD-DONE      VALUE HIGH-VALUE.                    01480000
014900 77  TIMING-DONE-FLAG        PIC X VALUE LOW-VALUE.               01490000
015000     88  TIMING-DONE         VALUE HIGH-VALUE.                    01500000
015100 77  DEADLINE-DONE-FLAG      PIC X VALUE LOW-VALUE.               01510000
015200     88  DEADLINE-DONE       VALUE HIGH-VALUE.                    01520000
015210* set by any failure that must end the step with return code 8.   01521000
015220* the return code itself is set only in FINISH-RUN, since each    01522000
015230* CALL of ALERTPUT replaces it.                                   01523000
015240 77  RUN-FAIL-FLAG           PIC X VALUE LOW-VALUE.               01524000
015250     88  RUN-FAILED          VALUE HIGH-VALUE.                    01525000
015300* the operations alert raised through the shared ALERTPUT         01530000
015400* routine for each family that missed its window.                 01540000
015500 77  ALERT-SEVERITY          PIC X VALUE SPACE.                   01550000
015600 77  ALERT-KEY               PIC X(8) VALUE SPACES.               01560000
015700 77  ALERT-TEXT              PIC X(60) VALUE SPACES.              01570000
015800* the business date being reported, its day number, and the       01580000
015900* day after it - the overnight run windows span the two.          01590000
016000 77  TODAY-DATE              PIC X(8).                            01600000
016100 77  BUS-DATE                PIC X(8) VALUE SPACES.               01610000
016200 77  NEXT-DATE               PIC X(8) VALUE SPACES.               01620000
016300 01  BUS-DATE-NUM            PIC 9(8) VALUE ZERO.                 01630000
016400 01  FILLER                  REDEFINES BUS-DATE-NUM.              01640000
016500     05  BUS-MONTH-KEY       PIC X(6).                            01650000
016600     05  FILLER              PIC X(2).                            01660000
016700 77  BUS-INT                 PIC S9(8) BINARY VALUE ZERO.         01670000
016800* date and time work fields. a stamp is yyyymmddhhmmss; its       01680000
016900* minute number counts minutes from the start of the integer      01690000
017000* calendar, so a deadline and a completion subtract directly.     01700000
017100 77  TEST-DATE               PIC X(8).                            01710000
017200 77  TEST-INT                PIC S9(8) BINARY VALUE ZERO.         01720000
017300 77  TEST-DATE-FLAG          PIC X VALUE LOW-VALUE.               01730000
017400     88  TEST-DATE-VALID     VALUE HIGH-VALUE.                    01740000
017500     88  TEST-DATE-INVALID   VALUE LOW-VALUE.                     01750000
017600 01  TEST-DATE-NUM           PIC 9(8) VALUE ZERO.                 01760000
018100 01  STAMP-WORK.                                                  01810000
018200     05  STW-DATE            PIC X(8).                            01820000
018300     05  STW-HOUR            PIC 9(2).                            01830000
018400     05  STW-MINUTE          PIC 9(2).                            01840000
018500     05  STW-SECOND          PIC 9(2).                            01850000
018600 77  STAMP-MINUTES           PIC S9(9) BINARY VALUE ZERO.         01860000
018700 77  DEADLINE-MINUTES        PIC S9(9) BINARY VALUE ZERO.         01870000
018800 77  DONE-MINUTES            PIC S9(9) BINARY VALUE ZERO.         01880000
018900 77  START-MINUTES           PIC S9(9) BINARY VALUE ZERO.         01890000
019000 77  SLACK-MINUTES           PIC S9(9) BINARY VALUE ZERO.         01900000
019100 77  ANCHOR-INT              PIC S9(8) BINARY VALUE ZERO.         01910000
019200 77  DEADLINE-DATE-NUM       PIC 9(8) VALUE ZERO.                 01920000
019300* the deadline table.                                             01930000
019400 77  DLT-MAX                 PIC S9(4) BINARY VALUE 500.          01940000
019500 77  DLT-SUB                 PIC S9(4) BINARY VALUE ZERO.         01950000
019600 77  DLT-HIT                 PIC S9(4) BINARY VALUE ZERO.         01960000
019700 77  DLT-DEFAULT             PIC S9(4) BINARY VALUE ZERO.         01970000
019800 77  DLT-KEY                 PIC X(8) VALUE SPACES.               01980000
019900 01  DEADLINE-TABLE-AREA.                                         01990000
020000     05  DLT-COUNT           PIC S9(4) BINARY VALUE ZERO.         02000000
020100     05  DLT-ENTRY           OCCURS 500 TIMES.                    02010000
020200         10  DLT-REPT-ID     PIC X(8).                            02020000
020300         10  DLT-HOUR        PIC 9(2).                            02030000
020400         10  DLT-MINUTE      PIC 9(2).                            02040000
020500         10  DLT-DAYS        PIC 9.                               02050000
020600         10  DLT-TARGET      PIC X(12).                           02060000
020700* the last completion of each family and run date in the month    02070000
020800* to date. the run date anchors the deadline; a run date that     02080000
020900* is not a date is replaced by the completion date.               02090000
021000 77  FDY-MAX                 PIC S9(4) BINARY VALUE 5000.         02100000
021100 77  FDY-SUB                 PIC S9(4) BINARY VALUE ZERO.         02110000
021200 77  FDY-HIT                 PIC S9(4) BINARY VALUE ZERO.         02120000
021300 77  FDY-KEY-REPT-ID         PIC X(8) VALUE SPACES.               02130000
021400 77  FDY-KEY-DATE            PIC X(8) VALUE SPACES.               02140000
021500 01  FAMILY-DAY-AREA.                                             02150000
021600     05  FDY-COUNT           PIC S9(4) BINARY VALUE ZERO.         02160000
021700     05  FDY-ENTRY           OCCURS 5000 TIMES.                   02170000
021800         10  FDY-REPT-ID     PIC X(8).                            02180000
021900         10  FDY-RUN-DATE    PIC X(8).                            02190000
022000         10  FDY-DONE-STAMP  PIC X(14).                           02200000
022100         10  FDY-DOCS        PIC 9(9).                            02210000
022200* the verdict on one family and run date.                         02220000
022300 77  VERDICT-FLAG            PIC X VALUE SPACE.                   02230000
022400     88  VERDICT-ON-TIME     VALUE 'O'.                           02240000
022500     88  VERDICT-LATE        VALUE 'L'.                           02250000
022600     88  VERDICT-NO-DEADLINE VALUE 'N'.                           02260000
022700* each family's month-to-date SLA.                                02270000
022800 77  FMO-MAX                 PIC S9(4) BINARY VALUE 500.          02280000
022900 77  FMO-SUB                 PIC S9(4) BINARY VALUE ZERO.         02290000
023000 77  FMO-HIT                 PIC S9(4) BINARY VALUE ZERO.         02300000
023100 01  FAMILY-MONTH-AREA.                                           02310000
023200     05  FMO-COUNT           PIC S9(4) BINARY VALUE ZERO.         02320000
023300     05  FMO-ENTRY           OCCURS 500 TIMES.                    02330000
023400         10  FMO-REPT-ID     PIC X(8).                            02340000
023500         10  FMO-TARGET      PIC X(12).                           02350000
023600         10  FMO-RUNS        PIC S9(8) BINARY.                    02360000
023700         10  FMO-ON-TIME     PIC S9(8) BINARY.                    02370000
023800         10  FMO-LATE        PIC S9(8) BINARY.                    02380000
023900 77  SLA-PERCENT             PIC S9(3)V9 VALUE ZERO.              02390000
024000* the run windows on the business date and the day after: a       02400000
024100* run end closes the last open start of the same program and      02410000
024200* job.                                                            02420000
024300 77  WIN-MAX                 PIC S9(4) BINARY VALUE 500.          02430000
024400 77  WIN-SUB                 PIC S9(4) BINARY VALUE ZERO.         02440000
024500 77  WIN-HIT                 PIC S9(4) BINARY VALUE ZERO.         02450000
024600 01  RUN-WINDOW-AREA.                                             02460000
024700     05  WIN-COUNT           PIC S9(4) BINARY VALUE ZERO.         02470000
024800     05  WIN-ENTRY           OCCURS 500 TIMES.                    02480000
024900         10  WIN-PROGRAM     PIC X(8).                            02490000
025000         10  WIN-JOB         PIC X(8).                            02500000
025100         10  WIN-START       PIC X(14).                           02510000
025200         10  WIN-END         PIC X(14).                           02520000
025300         10  WIN-DOCS        PIC 9(9).                            02530000
025400* run totals.                                                     02540000
025500 77  TIMING-READ-COUNT       PIC S9(8) BINARY VALUE ZERO.         02550000
025600 77  TIMING-BAD-COUNT        PIC S9(8) BINARY VALUE ZERO.         02560000
025700 77  DLN-REJECT-COUNT        PIC S9(8) BINARY VALUE ZERO.         02570000
025800 77  TIMED-COUNT             PIC S9(8) BINARY VALUE ZERO.         02580000
025900 77  ON-TIME-COUNT           PIC S9(8) BINARY VALUE ZERO.         02590000
026000 77  LATE-COUNT              PIC S9(8) BINARY VALUE ZERO.         02600000
026100 77  NO-DEADLINE-COUNT       PIC S9(8) BINARY VALUE ZERO.         02610000
026200 77  TABLE-FULL-COUNT        PIC S9(8) BINARY VALUE ZERO.         02620000
026300 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02630000
026400* report line layouts.                                            02640000
026500 01  PAGE-HEADING-1.                                              02650000
026600     05  FILLER              PIC X(35) VALUE                      02660000
026700         'ACIF BATCH-WINDOW SLA REPORT FOR   '.                   02670000
026800     05  HDG-DATE            PIC X(8).                            02680000
026900     05  FILLER              PIC X(78) VALUE SPACES.              02690000
027000 01  SECTION-HEADING.                                             02700000
027100     05  FILLER              PIC X(2) VALUE SPACES.               02710000
027200     05  SHD-TEXT            PIC X(60).                           02720000
027300     05  FILLER              PIC X(59) VALUE SPACES.              02730000
027400 01  STAMP-DISPLAY.                                               02740000
027500     05  SDS-DATE            PIC X(8).                            02750000
027600     05  FILLER              PIC X VALUE SPACE.                   02760000
027700     05  SDS-HOUR            PIC X(2).                            02770000
027800     05  FILLER              PIC X VALUE ':'.                     02780000
027900     05  SDS-MINUTE          PIC X(2).                            02790000
028000     05  FILLER              PIC X VALUE ':'.                     02800000
028100     05  SDS-SECOND          PIC X(2).                            02810000
028200 01  DEADLINE-DISPLAY.                                            02820000
028300     05  DDS-DATE            PIC 9(8).                            02830000
028400     05  FILLER              PIC X VALUE SPACE.                   02840000
028500     05  DDS-HOUR            PIC 9(2).                            02850000
028600     05  FILLER              PIC X VALUE ':'.                     02860000
028700     05  DDS-MINUTE          PIC 9(2).                            02870000
028800 01  WINDOW-DETAIL-LINE.                                          02880000
028900     05  FILLER              PIC X(2) VALUE SPACES.               02890000
029000     05  WDL-PROGRAM         PIC X(8).                            02900000
029100     05  FILLER              PIC X(2) VALUE SPACES.               02910000
029200     05  WDL-JOB             PIC X(8).                            02920000
029300     05  FILLER              PIC X(2) VALUE SPACES.               02930000
029400     05  WDL-START           PIC X(17).                           02940000
029500     05  FILLER              PIC X(4) VALUE ' TO '.               02950000
029600     05  WDL-END             PIC X(17).                           02960000
029700     05  FILLER              PIC X(2) VALUE SPACES.               02970000
029800     05  WDL-ELAPSED         PIC ZZ,ZZ9.                          02980000
029900     05  FILLER              PIC X(9) VALUE ' MINUTES '.          02990000
030000     05  WDL-DOCS            PIC Z,ZZZ,ZZ9.                       03000000
030100     05  FILLER              PIC X(10) VALUE ' DOCUMENTS'.        03010000
030200     05  FILLER              PIC X(25) VALUE SPACES.              03020000
030300 01  SLA-DETAIL-LINE.                                             03030000
030400     05  FILLER              PIC X(2) VALUE SPACES.               03040000
030500     05  SDL-REPT-ID         PIC X(8).                            03050000
030600     05  FILLER              PIC X(2) VALUE SPACES.               03060000
030700     05  SDL-RUN-DATE        PIC X(8).                            03070000
030800     05  FILLER              PIC X(2) VALUE SPACES.               03080000
030900     05  SDL-TARGET          PIC X(12).                           03090000
031000     05  FILLER              PIC X(2) VALUE SPACES.               03100000
031100     05  SDL-DEADLINE        PIC X(14).                           03110000
031200     05  FILLER              PIC X(2) VALUE SPACES.               03120000
031300     05  SDL-DONE            PIC X(17).                           03130000
031400     05  FILLER              PIC X(2) VALUE SPACES.               03140000
031500     05  SDL-STATUS          PIC X(11).                           03150000
031600     05  FILLER              PIC X(2) VALUE SPACES.               03160000
031700     05  SDL-MINUTES         PIC ZZ,ZZ9.                          03170000
031800     05  FILLER              PIC X VALUE SPACE.                   03180000
031900     05  SDL-MINUTES-TEXT    PIC X(15).                           03190000
032000     05  FILLER              PIC X(15) VALUE SPACES.              03200000
032100 01  MONTH-DETAIL-LINE.                                           03210000
032200     05  FILLER              PIC X(2) VALUE SPACES.               03220000
032300     05  MDL-REPT-ID         PIC X(8).                            03230000
032400     05  FILLER              PIC X(2) VALUE SPACES.               03240000
032500     05  MDL-TARGET          PIC X(12).                           03250000
032600     05  FILLER              PIC X(2) VALUE SPACES.               03260000
032700     05  MDL-RUNS            PIC ZZ,ZZ9.                          03270000
032800     05  FILLER              PIC X(6) VALUE ' RUNS '.             03280000
032900     05  MDL-ON-TIME         PIC ZZ,ZZ9.                          03290000
033000     05  FILLER              PIC X(9) VALUE ' ON TIME '.          03300000
033100     05  MDL-LATE            PIC ZZ,ZZ9.                          03310000
033200     05  FILLER              PIC X(6) VALUE ' LATE '.             03320000
033300     05  MDL-PERCENT         PIC ZZ9.9.                           03330000
033400     05  FILLER              PIC X(5) VALUE '% SLA'.              03340000
033500     05  FILLER              PIC X(46) VALUE SPACES.              03350000
033600 01  SUMMARY-LINE.                                                03360000
033700     05  FILLER              PIC X(2) VALUE SPACES.               03370000
033800     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03380000
033900     05  FILLER              PIC X VALUE SPACE.                   03390000
034000     05  SUM-TEXT            PIC X(50).                           03400000
034100     05  FILLER              PIC X(59) VALUE SPACES.              03410000
034200     SKIP1                                                        03420000
034300 TITLE 'Initialization and Main Line'.                            03430000
034400 PROCEDURE DIVISION.                                              03440000
034500     PERFORM INITIALIZE-RUN.                                      03450000
034600     PERFORM LOAD-DEADLINES.                                      03460000
034700     PERFORM READ-ONE-TIMING UNTIL TIMING-DONE.                   03470000
034800     PERFORM PRINT-HEADING.                                       03480000
034900     PERFORM PRINT-WINDOWS.                                       03490000
035000     PERFORM PRINT-DAY-SLA.                                       03500000
035100     PERFORM PRINT-MONTH-SLA.                                     03510000
035200     PERFORM PRINT-SUMMARY.                                       03520000
035300     PERFORM FINISH-RUN.                                          03530000
035400     GOBACK.                                                      03540000
035500* settle the business date and open the report and the timing     03550000
035600* dataset. without the timing dataset there is nothing to         03560000
035700* report, so a failure to open it is a hard failure.              03570000
035800 INITIALIZE-RUN.                                                  03580000
035900     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03590000
036000     MOVE TODAY-DATE TO TEST-DATE-NUM.                            03600000
036100     COMPUTE TEST-INT = FUNCTION INTEGER-OF-DATE (TEST-DATE-NUM)  03610000
036200         - 1.                                                     03620000
036300     COMPUTE BUS-DATE-NUM = FUNCTION DATE-OF-INTEGER (TEST-INT).  03630000
036400     MOVE BUS-DATE-NUM TO BUS-DATE.                               03640000
036500     PERFORM LOAD-PARMS.                                          03650000
036600     MOVE BUS-DATE TO BUS-DATE-NUM.                               03660000
036700     COMPUTE BUS-INT = FUNCTION INTEGER-OF-DATE (BUS-DATE-NUM).   03670000
036800     COMPUTE TEST-INT = BUS-INT + 1.                              03680000
036900     COMPUTE TEST-DATE-NUM = FUNCTION DATE-OF-INTEGER (TEST-INT). 03690000
037000     MOVE TEST-DATE-NUM TO NEXT-DATE.                             03700000
037100     OPEN OUTPUT PRINT-FILE.                                      03710000
037200     IF NOT PRINT-FILE-OK                                         03720000
037300      THEN                                                        03730000
037400      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03740000
037500          PRINT-FILE-STATUS;                                      03750000
037600      SET RUN-FAILED TO TRUE                                      03760000
037700     END-IF.                                                      03770000
037800     OPEN INPUT TIMING-FILE.                                      03780000
037900     IF NOT TIMING-FILE-OK                                        03790000
038000      THEN                                                        03800000
038100      DISPLAY PGMNAME, ' OPEN OF TIMINGDD FAILED, FILE STATUS=',  03810000
038200          TIMING-FILE-STATUS;                                     03820000
038300      SET RUN-FAILED TO TRUE;                                     03830000
038400      SET TIMING-DONE TO TRUE                                     03840000
038500     END-IF.                                                      03850000
038600* load the job options from the EXITPARM dataset. a missing       03860000
038700* file leaves the business date at yesterday.                     03870000
038800 LOAD-PARMS.                                                      03880000
038900     OPEN INPUT PARM-FILE.                                        03890000
039000     IF PARM-FILE-OK                                              03900000
039100      THEN                                                        03910000
039200      SET PARM-OPENED TO TRUE                                     03920000
039300      ELSE                                                        03930000
039400      DISPLAY PGMNAME, ' EXITPARM NOT AVAILABLE, FILE STATUS=',   03940000
039500          PARM-FILE-STATUS, ' - YESTERDAY IS THE BUSINESS DATE.'; 03950000
039600      SET PARM-LOAD-DONE TO TRUE                                  03960000
039700     END-IF.                                                      03970000
039800     PERFORM LOAD-ONE-PARM UNTIL PARM-LOAD-DONE.                  03980000
039900     IF PARM-OPENED                                               03990000
040000      THEN                                                        04000000
040100      CLOSE PARM-FILE                                             04010000
040200     END-IF.                                                      04020000
040300 LOAD-ONE-PARM.                                                   04030000
040400     READ PARM-FILE.                                              04040000
040500     IF PARM-FILE-OK                                              04050000
040600      THEN                                                        04060000
040700      PERFORM STORE-PARM                                          04070000
040800      ELSE                                                        04080000
040900      SET PARM-LOAD-DONE TO TRUE                                  04090000
041000     END-IF.                                                      04100000
041100 STORE-PARM.                                                      04110000
041200     EVALUATE PARM-KEYWORD                                        04120000
041300       WHEN 'BUSDATE '                                            04130000
041400         MOVE PARM-VALUE TO TEST-DATE;                            04140000
041500         PERFORM EDIT-TEST-DATE;                                  04150000
041600         IF TEST-DATE-VALID                                       04160000
041700          THEN                                                    04170000
041800          MOVE PARM-VALUE TO BUS-DATE                             04180000
041900          ELSE                                                    04190000
042000          DISPLAY PGMNAME, ' INVALID BUSDATE VALUE ',             04200000
042100              'IGNORED: ', PARM-VALUE                             04210000
042200         END-IF                                                   04220000
042300       WHEN SPACES                                                04230000
042400         CONTINUE                                                 04240000
042500       WHEN OTHER                                                 04250000
042600         CONTINUE                                                 04260000
042700     END-EVALUATE.                                                04270000
042800* check that TEST-DATE holds a real yyyymmdd calendar date.       04280000
042900 EDIT-TEST-DATE.                                                  04290000
043000     SET TEST-DATE-INVALID TO TRUE.                               04300000
043100     IF TEST-DATE NUMERIC                                         04310000
043200      THEN                                                        04320000
043300      MOVE TEST-DATE TO TEST-DATE-NUM;                            04330000
043400      IF FUNCTION TEST-DATE-YYYYMMDD (TEST-DATE-NUM) = ZERO       04340000
043700       THEN                                                       04370000
043800       SET TEST-DATE-VALID TO TRUE                                04380000
043900      END-IF                                                      04390000
044000     END-IF.                                                      04400000
044100* turn the stamp in STAMP-WORK into its minute number. the        04410000
044200* caller has checked the date.                                    04420000
044300 FIND-STAMP-MINUTES.                                              04430000
044400     MOVE STW-DATE TO TEST-DATE-NUM.                              04440000
044500     COMPUTE STAMP-MINUTES =                                      04450000
044600         FUNCTION INTEGER-OF-DATE (TEST-DATE-NUM) * 1440          04460000
044700         + STW-HOUR * 60 + STW-MINUTE.                            04470000
044800     EJECT                                                        04480000
044900* load the deadline table. a missing table is a hard failure,     04490000
045000* since no family could then be judged.                           04500000
045100 LOAD-DEADLINES.                                                  04510000
045200     OPEN INPUT DEADLINE-FILE.                                    04520000
045300     IF DEADLINE-FILE-OK                                          04530000
045400      THEN                                                        04540000
045500      PERFORM LOAD-ONE-DEADLINE UNTIL DEADLINE-DONE;              04550000
045600      CLOSE DEADLINE-FILE                                         04560000
045700      ELSE                                                        04570000
045800      DISPLAY PGMNAME, ' OPEN OF DEADLNDD FAILED, FILE STATUS=',  04580000
045900          DEADLINE-FILE-STATUS;                                   04590000
046000      SET RUN-FAILED TO TRUE                                      04600000
046100     END-IF.                                                      04610000
046200 LOAD-ONE-DEADLINE.                                               04620000
046300     READ DEADLINE-FILE.                                          04630000
046400     IF NOT DEADLINE-FILE-OK                                      04640000
046500      THEN                                                        04650000
046600      SET DEADLINE-DONE TO TRUE                                   04660000
046700      ELSE                                                        04670000
046800      EVALUATE TRUE                                               04680000
046900        WHEN DEADLINE-RECORD = SPACES                             04690000
047000          CONTINUE                                                04700000
047100        WHEN DLN-REPT-ID (1:1) = '*' AND                          04710000
047200             DLN-REPT-ID NOT = '*DEFAULT'                         04720000
047300          CONTINUE                                                04730000
047400        WHEN OTHER                                                04740000
047500          PERFORM STORE-DEADLINE                                  04750000
047600      END-EVALUATE                                                04760000
047700     END-IF.                                                      04770000
047800* edit one deadline: a real time of day, a day count, and one     04780000
047900* record per family.                                              04790000
048000 STORE-DEADLINE.                                                  04800000
048100     MOVE DLN-REPT-ID TO DLT-KEY.                                 04810000
048200     PERFORM FIND-DEADLINE.                                       04820000
048300     EVALUATE TRUE                                                04830000
048400       WHEN DLN-TIME NOT NUMERIC                                  04840000
048500         DISPLAY PGMNAME, ' INVALID DEADLINE TIME IGNORED: ',     04850000
048600             DLN-REPT-ID, ' ', DLN-TIME;                          04860000
048700         ADD 1 TO DLN-REJECT-COUNT                                04870000
048800       WHEN DLN-HOUR > 23 OR DLN-MINUTE > 59                      04880000
048900         DISPLAY PGMNAME, ' INVALID DEADLINE TIME IGNORED: ',     04890000
049000             DLN-REPT-ID, ' ', DLN-TIME;                          04900000
049100         ADD 1 TO DLN-REJECT-COUNT                                04910000
049200       WHEN DLN-DAYS NOT NUMERIC                                  04920000
049300         DISPLAY PGMNAME, ' INVALID DEADLINE DAYS IGNORED: ',     04930000
049400             DLN-REPT-ID, ' ', DLN-DAYS;                          04940000
049500         ADD 1 TO DLN-REJECT-COUNT                                04950000
049600       WHEN DLT-HIT > 0                                           04960000
049700         DISPLAY PGMNAME, ' DUPLICATE DEADLINE IGNORED: ',        04970000
049800             DLN-REPT-ID;                                         04980000
049900         ADD 1 TO DLN-REJECT-COUNT                                04990000
050000       WHEN DLT-COUNT NOT < DLT-MAX                               05000000
050100         DISPLAY PGMNAME, ' DEADLINE TABLE FULL, FAMILY ',        05010000
050200             'IGNORED: ', DLN-REPT-ID;                            05020000
050300         ADD 1 TO TABLE-FULL-COUNT                                05030000
050400       WHEN OTHER                                                 05040000
050500         ADD 1 TO DLT-COUNT;                                      05050000
050600         MOVE DLN-REPT-ID TO DLT-REPT-ID (DLT-COUNT);             05060000
050700         MOVE DLN-HOUR TO DLT-HOUR (DLT-COUNT);                   05070000
050800         MOVE DLN-MINUTE TO DLT-MINUTE (DLT-COUNT);               05080000
050900         MOVE DLN-DAYS TO DLT-DAYS (DLT-COUNT);                   05090000
051000         MOVE DLN-TARGET TO DLT-TARGET (DLT-COUNT);               05100000
051100         IF DLN-REPT-ID = '*DEFAULT'                              05110000
051200          THEN                                                    05120000
051300          MOVE DLT-COUNT TO DLT-DEFAULT                           05130000
051400         END-IF                                                   05140000
051500     END-EVALUATE.                                                05150000
051600* find the deadline for DLT-KEY: its own row, else the default    05160000
051700* row, else none (DLT-HIT zero). a lookup during the load finds   05170000
051800* only the family's own row.                                      05180000
051900 FIND-DEADLINE.                                                   05190000
052000     MOVE ZERO TO DLT-HIT.                                        05200000
052100     PERFORM SCAN-DEADLINE VARYING DLT-SUB FROM 1 BY 1            05210000
052200         UNTIL DLT-SUB > DLT-COUNT OR DLT-HIT > 0.                05220000
052300 SCAN-DEADLINE.                                                   05230000
052400     IF DLT-REPT-ID (DLT-SUB) = DLT-KEY                           05240000
052500      THEN                                                        05250000
052600      MOVE DLT-SUB TO DLT-HIT                                     05260000
052700     END-IF.                                                      05270000
052800 FIND-FAMILY-DEADLINE.                                            05280000
052900     PERFORM FIND-DEADLINE.                                       05290000
053000     IF DLT-HIT = ZERO                                            05300000
053100      THEN                                                        05310000
053200      MOVE DLT-DEFAULT TO DLT-HIT                                 05320000
053300     END-IF.                                                      05330000
053400     EJECT                                                        05340000
053500* file one timing record: run starts and ends on the business     05350000
053600* date or the day after go to the run windows; report             05360000
053700* completions for run dates in the business month up to the       05370000
053800* business date go to the family-day table.                       05380000
053900 READ-ONE-TIMING.                                                 05390000
054000     READ TIMING-FILE.                                            05400000
054100     IF NOT TIMING-FILE-OK                                        05410000
054200      THEN                                                        05420000
054300      SET TIMING-DONE TO TRUE                                     05430000
054400      ELSE                                                        05440000
054500      ADD 1 TO TIMING-READ-COUNT;                                 05450000
054600      MOVE TIMING-STAMP TO STAMP-WORK;                            05460000
054700      MOVE STW-DATE TO TEST-DATE;                                 05470000
054800      PERFORM EDIT-TEST-DATE;                                     05480000
054900      IF TEST-DATE-INVALID OR STW-HOUR NOT NUMERIC OR             05490000
055000         STW-MINUTE NOT NUMERIC OR STW-SECOND NOT NUMERIC         05500000
055100       THEN                                                       05510000
055200       ADD 1 TO TIMING-BAD-COUNT                                  05520000
055300       ELSE                                                       05530000
055400       EVALUATE TRUE                                              05540000
055500         WHEN TIMING-RUN-START OR TIMING-RUN-END                  05550000
055600           IF TIMING-DATE = BUS-DATE OR TIMING-DATE = NEXT-DATE   05560000
055700            THEN                                                  05570000
055800            PERFORM FILE-RUN-WINDOW                               05580000
055900           END-IF                                                 05590000
056000         WHEN TIMING-REPORT-DONE                                  05600000
056100           PERFORM FILE-REPORT-DONE                               05610000
056200         WHEN OTHER                                               05620000
056300           ADD 1 TO TIMING-BAD-COUNT                              05630000
056400       END-EVALUATE                                               05640000
056500      END-IF                                                      05650000
056600     END-IF.                                                      05660000
056700* a run start opens a window; a run end closes the latest open    05670000
056800* window of the same program and job, or stands alone when its    05680000
056900* start was before the business date.                             05690000
057000 FILE-RUN-WINDOW.                                                 05700000
057100     MOVE ZERO TO WIN-HIT.                                        05710000
057200     IF TIMING-RUN-END                                            05720000
057300      THEN                                                        05730000
057400      PERFORM SCAN-OPEN-WINDOW VARYING WIN-SUB FROM WIN-COUNT     05740000
057500          BY -1 UNTIL WIN-SUB < 1 OR WIN-HIT > 0                  05750000
057600     END-IF.                                                      05760000
057700     IF WIN-HIT = ZERO                                            05770000
057800      THEN                                                        05780000
057900      IF WIN-COUNT < WIN-MAX                                      05790000
058000       THEN                                                       05800000
058100       ADD 1 TO WIN-COUNT;                                        05810000
058200       MOVE WIN-COUNT TO WIN-HIT;                                 05820000
058300       MOVE TIMING-PROGRAM TO WIN-PROGRAM (WIN-HIT);              05830000
058400       MOVE TIMING-JOB TO WIN-JOB (WIN-HIT);                      05840000
058500       MOVE SPACES TO WIN-START (WIN-HIT), WIN-END (WIN-HIT);     05850000
058600       MOVE ZERO TO WIN-DOCS (WIN-HIT)                            05860000
058700       ELSE                                                       05870000
058800       ADD 1 TO TABLE-FULL-COUNT                                  05880000
058900      END-IF                                                      05890000
059000     END-IF.                                                      05900000
059100     IF WIN-HIT > 0                                               05910000
059200      THEN                                                        05920000
059300      IF TIMING-RUN-START                                         05930000
059400       THEN                                                       05940000
059500       MOVE TIMING-STAMP TO WIN-START (WIN-HIT)                   05950000
059600       ELSE                                                       05960000
059700       MOVE TIMING-STAMP TO WIN-END (WIN-HIT);                    05970000
059800       MOVE TIMING-DOC-COUNT TO WIN-DOCS (WIN-HIT)                05980000
059900      END-IF                                                      05990000
060000     END-IF.                                                      06000000
060100 SCAN-OPEN-WINDOW.                                                06010000
060200     IF WIN-PROGRAM (WIN-SUB) = TIMING-PROGRAM AND                06020000
060300        WIN-JOB (WIN-SUB) = TIMING-JOB AND                        06030000
060400        WIN-START (WIN-SUB) NOT = SPACES AND                      06040000
060500        WIN-END (WIN-SUB) = SPACES                                06050000
060600      THEN                                                        06060000
060700      MOVE WIN-SUB TO WIN-HIT                                     06070000
060800     END-IF.                                                      06080000
060900* keep the last completion of each family and run date.           06090000
061000 FILE-REPORT-DONE.                                                06100000
061100     MOVE TIMING-REPT-ID TO FDY-KEY-REPT-ID.                      06110000
061200     MOVE TIMING-RUN-DATE TO TEST-DATE.                           06120000
061300     PERFORM EDIT-TEST-DATE.                                      06130000
061400     IF TEST-DATE-VALID                                           06140000
061500      THEN                                                        06150000
061600      MOVE TIMING-RUN-DATE TO FDY-KEY-DATE                        06160000
061700      ELSE                                                        06170000
061800      MOVE TIMING-DATE TO FDY-KEY-DATE                            06180000
061900     END-IF.                                                      06190000
062000     IF FDY-KEY-DATE (1 : 6) = BUS-MONTH-KEY AND                  06200000
062100        FDY-KEY-DATE NOT > BUS-DATE                               06210000
062200      THEN                                                        06220000
062300      MOVE ZERO TO FDY-HIT;                                       06230000
062400      PERFORM SCAN-FAMILY-DAY VARYING FDY-SUB FROM 1 BY 1         06240000
062500          UNTIL FDY-SUB > FDY-COUNT OR FDY-HIT > 0;               06250000
062600      IF FDY-HIT = ZERO                                           06260000
062700       THEN                                                       06270000
062800       IF FDY-COUNT < FDY-MAX                                     06280000
062900        THEN                                                      06290000
063000        ADD 1 TO FDY-COUNT;                                       06300000
063100        MOVE FDY-KEY-REPT-ID TO FDY-REPT-ID (FDY-COUNT);          06310000
063200        MOVE FDY-KEY-DATE TO FDY-RUN-DATE (FDY-COUNT);            06320000
063300        MOVE TIMING-STAMP TO FDY-DONE-STAMP (FDY-COUNT);          06330000
063400        MOVE TIMING-DOC-COUNT TO FDY-DOCS (FDY-COUNT)             06340000
063500        ELSE                                                      06350000
063600        ADD 1 TO TABLE-FULL-COUNT                                 06360000
063700       END-IF                                                     06370000
063800       ELSE                                                       06380000
063900       IF TIMING-STAMP > FDY-DONE-STAMP (FDY-HIT)                 06390000
064000        THEN                                                      06400000
064100        MOVE TIMING-STAMP TO FDY-DONE-STAMP (FDY-HIT);            06410000
064200        MOVE TIMING-DOC-COUNT TO FDY-DOCS (FDY-HIT)               06420000
064300       END-IF                                                     06430000
064400      END-IF                                                      06440000
064500     END-IF.                                                      06450000
064600 SCAN-FAMILY-DAY.                                                 06460000
064700     IF FDY-REPT-ID (FDY-SUB) = FDY-KEY-REPT-ID AND               06470000
064800        FDY-RUN-DATE (FDY-SUB) = FDY-KEY-DATE                     06480000
064900      THEN                                                        06490000
065000      MOVE FDY-SUB TO FDY-HIT                                     06500000
065100     END-IF.                                                      06510000
065200* judge one family and run date against its deadline: the run     06520000
065300* date plus the deadline days, at the deadline time. slack is     06530000
065400* positive when the family finished early, negative when late.    06540000
065500 JUDGE-FAMILY-DAY.                                                06550000
065600     MOVE FDY-REPT-ID (FDY-SUB) TO DLT-KEY.                       06560000
065700     PERFORM FIND-FAMILY-DEADLINE.                                06570000
065800     IF DLT-HIT = ZERO                                            06580000
065900      THEN                                                        06590000
066000      SET VERDICT-NO-DEADLINE TO TRUE                             06600000
066100      ELSE                                                        06610000
066200      MOVE FDY-RUN-DATE (FDY-SUB) TO TEST-DATE-NUM;               06620000
066300      COMPUTE ANCHOR-INT =                                        06630000
066400          FUNCTION INTEGER-OF-DATE (TEST-DATE-NUM)                06640000
066500          + DLT-DAYS (DLT-HIT);                                   06650000
066600      COMPUTE DEADLINE-DATE-NUM =                                 06660000
066700          FUNCTION DATE-OF-INTEGER (ANCHOR-INT);                  06670000
066800      COMPUTE DEADLINE-MINUTES = ANCHOR-INT * 1440                06680000
066900          + DLT-HOUR (DLT-HIT) * 60 + DLT-MINUTE (DLT-HIT);       06690000
067000      MOVE FDY-DONE-STAMP (FDY-SUB) TO STAMP-WORK;                06700000
067100      PERFORM FIND-STAMP-MINUTES;                                 06710000
067200      MOVE STAMP-MINUTES TO DONE-MINUTES;                         06720000
067300      COMPUTE SLACK-MINUTES = DEADLINE-MINUTES - DONE-MINUTES;    06730000
067400      IF SLACK-MINUTES < ZERO                                     06740000
067500       THEN                                                       06750000
067600       SET VERDICT-LATE TO TRUE                                   06760000
067700       ELSE                                                       06770000
067800       SET VERDICT-ON-TIME TO TRUE                                06780000
067900      END-IF                                                      06790000
068000     END-IF.                                                      06800000
068100     EJECT                                                        06810000
068200 PRINT-HEADING.                                                   06820000
068300     MOVE BUS-DATE TO HDG-DATE.                                   06830000
068400     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         06840000
068500     PERFORM WRITE-PRINT-LINE.                                    06850000
068600     MOVE SPACES TO PRINT-RECORD.                                 06860000
068700     PERFORM WRITE-PRINT-LINE.                                    06870000
068800* the run windows, with their elapsed minutes when both ends      06880000
068900* were stamped.                                                   06890000
069000 PRINT-WINDOWS.                                                   06900000
069100     MOVE 'RUN WINDOWS ON THE BUSINESS DATE AND THE NIGHT AFTER'  06910000
069200         TO SHD-TEXT.                                             06920000
069300     MOVE SECTION-HEADING TO PRINT-RECORD.                        06930000
069400     PERFORM WRITE-PRINT-LINE.                                    06940000
069500     PERFORM PRINT-ONE-WINDOW VARYING WIN-SUB FROM 1 BY 1         06950000
069600         UNTIL WIN-SUB > WIN-COUNT.                               06960000
069700     MOVE SPACES TO PRINT-RECORD.                                 06970000
069800     PERFORM WRITE-PRINT-LINE.                                    06980000
069900 PRINT-ONE-WINDOW.                                                06990000
070000     MOVE WIN-PROGRAM (WIN-SUB) TO WDL-PROGRAM.                   07000000
070100     MOVE WIN-JOB (WIN-SUB) TO WDL-JOB.                           07010000
070200     MOVE ZERO TO WDL-ELAPSED.                                    07020000
070300     MOVE WIN-DOCS (WIN-SUB) TO WDL-DOCS.                         07030000
070400     IF WIN-START (WIN-SUB) = SPACES                              07040000
070500      THEN                                                        07050000
070600      MOVE 'START NOT STAMPED' TO WDL-START                       07060000
070700      ELSE                                                        07070000
070800      MOVE WIN-START (WIN-SUB) TO STAMP-WORK;                     07080000
070900      PERFORM FORMAT-STAMP;                                       07090000
071000      MOVE STAMP-DISPLAY TO WDL-START;                            07100000
071100      PERFORM FIND-STAMP-MINUTES;                                 07110000
071200      MOVE STAMP-MINUTES TO START-MINUTES                         07120000
071300     END-IF.                                                      07130000
071400     IF WIN-END (WIN-SUB) = SPACES                                07140000
071500      THEN                                                        07150000
071600      MOVE 'NOT ENDED' TO WDL-END                                 07160000
071700      ELSE                                                        07170000
071800      MOVE WIN-END (WIN-SUB) TO STAMP-WORK;                       07180000
071900      PERFORM FORMAT-STAMP;                                       07190000
072000      MOVE STAMP-DISPLAY TO WDL-END;                              07200000
072100      IF WIN-START (WIN-SUB) NOT = SPACES                         07210000
072200       THEN                                                       07220000
072300       PERFORM FIND-STAMP-MINUTES;                                07230000
072400       COMPUTE WDL-ELAPSED = STAMP-MINUTES - START-MINUTES        07240000
072500      END-IF                                                      07250000
072600     END-IF.                                                      07260000
072700     MOVE WINDOW-DETAIL-LINE TO PRINT-RECORD.                     07270000
072800     PERFORM WRITE-PRINT-LINE.                                    07280000
072900 FORMAT-STAMP.                                                    07290000
073000     MOVE STW-DATE TO SDS-DATE.                                   07300000
073100     MOVE STAMP-WORK (9 : 2) TO SDS-HOUR.                         07310000
073200     MOVE STAMP-WORK (11 : 2) TO SDS-MINUTE.                      07320000
073300     MOVE STAMP-WORK (13 : 2) TO SDS-SECOND.                      07330000
073400* every family whose run date is the business date, on time or    07340000
073500* late, with a high-severity alert for each one late.             07350000
073600 PRINT-DAY-SLA.                                                   07360000
073700     MOVE 'REPORT FAMILIES FOR THE BUSINESS DATE' TO SHD-TEXT.    07370000
073800     MOVE SECTION-HEADING TO PRINT-RECORD.                        07380000
073900     PERFORM WRITE-PRINT-LINE.                                    07390000
074000     PERFORM PRINT-ONE-DAY VARYING FDY-SUB FROM 1 BY 1            07400000
074100         UNTIL FDY-SUB > FDY-COUNT.                               07410000
074200     MOVE SPACES TO PRINT-RECORD.                                 07420000
074300     PERFORM WRITE-PRINT-LINE.                                    07430000
074400 PRINT-ONE-DAY.                                                   07440000
074500     IF FDY-RUN-DATE (FDY-SUB) = BUS-DATE                         07450000
074600      THEN                                                        07460000
074700      ADD 1 TO TIMED-COUNT;                                       07470000
074800      PERFORM JUDGE-FAMILY-DAY;                                   07480000
074900      MOVE FDY-REPT-ID (FDY-SUB) TO SDL-REPT-ID;                  07490000
075000      MOVE FDY-RUN-DATE (FDY-SUB) TO SDL-RUN-DATE;                07500000
075100      MOVE FDY-DONE-STAMP (FDY-SUB) TO STAMP-WORK;                07510000
075200      PERFORM FORMAT-STAMP;                                       07520000
075300      MOVE STAMP-DISPLAY TO SDL-DONE;                             07530000
075400      EVALUATE TRUE                                               07540000
075500        WHEN VERDICT-NO-DEADLINE                                  07550000
075600          ADD 1 TO NO-DEADLINE-COUNT;                             07560000
075700          MOVE SPACES TO SDL-TARGET, SDL-DEADLINE,                07570000
075800              SDL-MINUTES-TEXT;                                   07580000
075900          MOVE 'NO DEADLINE' TO SDL-STATUS;                       07590000
076000          MOVE ZERO TO SDL-MINUTES                                07600000
076100        WHEN VERDICT-ON-TIME                                      07610000
076200          ADD 1 TO ON-TIME-COUNT;                                 07620000
076300          PERFORM FORMAT-DEADLINE;                                07630000
076400          MOVE 'ON TIME' TO SDL-STATUS;                           07640000
076500          MOVE SLACK-MINUTES TO SDL-MINUTES;                      07650000
076600          MOVE 'MINUTES SLACK' TO SDL-MINUTES-TEXT                07660000
076700        WHEN VERDICT-LATE                                         07670000
076800          ADD 1 TO LATE-COUNT;                                    07680000
076900          PERFORM FORMAT-DEADLINE;                                07690000
077000          MOVE 'LATE' TO SDL-STATUS;                              07700000
077100          COMPUTE SDL-MINUTES = ZERO - SLACK-MINUTES;             07710000
077200          MOVE 'MINUTES OVERRUN' TO SDL-MINUTES-TEXT;             07720000
077300          PERFORM ALERT-LATE-FAMILY                               07730000
077400      END-EVALUATE;                                               07740000
077500      MOVE SLA-DETAIL-LINE TO PRINT-RECORD;                       07750000
077600      PERFORM WRITE-PRINT-LINE                                    07760000
077700     END-IF.                                                      07770000
077800 FORMAT-DEADLINE.                                                 07780000
077900     MOVE DLT-TARGET (DLT-HIT) TO SDL-TARGET.                     07790000
078000     MOVE DEADLINE-DATE-NUM TO DDS-DATE.                          07800000
078100     MOVE DLT-HOUR (DLT-HIT) TO DDS-HOUR.                         07810000
078200     MOVE DLT-MINUTE (DLT-HIT) TO DDS-MINUTE.                     07820000
078300     MOVE DEADLINE-DISPLAY TO SDL-DEADLINE.                       07830000
078400 ALERT-LATE-FAMILY.                                               07840000
078500     MOVE 'H' TO ALERT-SEVERITY.                                  07850000
078600     MOVE FDY-REPT-ID (FDY-SUB) TO ALERT-KEY.                     07860000
078700     MOVE SDL-MINUTES TO COUNT-DISP.                              07870000
078800     MOVE SPACES TO ALERT-TEXT.                                   07880000
078870     STRING 'MISSED ' DELIMITED BY SIZE,                          07887000
078940         DLT-TARGET (DLT-HIT) DELIMITED BY SPACE,                 07894000
079010         ' RUN ' DELIMITED BY SIZE,                               07901000
079080         BUS-DATE DELIMITED BY SIZE,                              07908000
079150         ' BY ' DELIMITED BY SIZE,                                07915000
079220         COUNT-DISP DELIMITED BY SIZE,                            07922000
079290         ' MIN' DELIMITED BY SIZE                                 07929000
079360         INTO ALERT-TEXT                                          07936000
079430       ON OVERFLOW                                                07943000
079500         DISPLAY PGMNAME, ' ALERT TEXT SHORTENED FOR ', ALERT-KEY 07950000
079570     END-STRING.                                                  07957000
079700     CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,                 07970000
079800         ALERT-KEY, ALERT-TEXT.                                   07980000
079900* each family's SLA for the month to date: the share of its run   07990000
080000* dates that finished by the deadline.                            08000000
080100 PRINT-MONTH-SLA.                                                 08010000
080200     PERFORM ADD-ONE-MONTH-DAY VARYING FDY-SUB FROM 1 BY 1        08020000
080300         UNTIL FDY-SUB > FDY-COUNT.                               08030000
080400     MOVE 'SLA FOR THE MONTH TO DATE' TO SHD-TEXT.                08040000
080500     MOVE SECTION-HEADING TO PRINT-RECORD.                        08050000
080600     PERFORM WRITE-PRINT-LINE.                                    08060000
080700     PERFORM PRINT-ONE-MONTH VARYING FMO-SUB FROM 1 BY 1          08070000
080800         UNTIL FMO-SUB > FMO-COUNT.                               08080000
080900 ADD-ONE-MONTH-DAY.                                               08090000
081000     PERFORM JUDGE-FAMILY-DAY.                                    08100000
081100     IF NOT VERDICT-NO-DEADLINE                                   08110000
081200      THEN                                                        08120000
081300      MOVE ZERO TO FMO-HIT;                                       08130000
081400      PERFORM SCAN-FAMILY-MONTH VARYING FMO-SUB FROM 1 BY 1       08140000
081500          UNTIL FMO-SUB > FMO-COUNT OR FMO-HIT > 0;               08150000
081600      IF FMO-HIT = ZERO                                           08160000
081700       THEN                                                       08170000
081800       IF FMO-COUNT < FMO-MAX                                     08180000
081900        THEN                                                      08190000
082000        ADD 1 TO FMO-COUNT;                                       08200000
082100        MOVE FMO-COUNT TO FMO-HIT;                                08210000
082200        MOVE FDY-REPT-ID (FDY-SUB) TO FMO-REPT-ID (FMO-HIT);      08220000
082300        MOVE DLT-TARGET (DLT-HIT) TO FMO-TARGET (FMO-HIT);        08230000
082400        MOVE ZERO TO FMO-RUNS (FMO-HIT), FMO-ON-TIME (FMO-HIT),   08240000
082500            FMO-LATE (FMO-HIT)                                    08250000
082600        ELSE                                                      08260000
082700        ADD 1 TO TABLE-FULL-COUNT                                 08270000
082800       END-IF                                                     08280000
082900      END-IF;                                                     08290000
083000      IF FMO-HIT > 0                                              08300000
083100       THEN                                                       08310000
083200       ADD 1 TO FMO-RUNS (FMO-HIT);                               08320000
083300       IF VERDICT-LATE                                            08330000
083400        THEN                                                      08340000
083500        ADD 1 TO FMO-LATE (FMO-HIT)                               08350000
083600        ELSE                                                      08360000
083700        ADD 1 TO FMO-ON-TIME (FMO-HIT)                            08370000
083800       END-IF                                                     08380000
083900      END-IF                                                      08390000
084000     END-IF.                                                      08400000
084100 SCAN-FAMILY-MONTH.                                               08410000
084200     IF FMO-REPT-ID (FMO-SUB) = FDY-REPT-ID (FDY-SUB)             08420000
084300      THEN                                                        08430000
084400      MOVE FMO-SUB TO FMO-HIT                                     08440000
084500     END-IF.                                                      08450000
084600 PRINT-ONE-MONTH.                                                 08460000
084700     MOVE FMO-REPT-ID (FMO-SUB) TO MDL-REPT-ID.                   08470000
084800     MOVE FMO-TARGET (FMO-SUB) TO MDL-TARGET.                     08480000
084900     MOVE FMO-RUNS (FMO-SUB) TO MDL-RUNS.                         08490000
085000     MOVE FMO-ON-TIME (FMO-SUB) TO MDL-ON-TIME.                   08500000
085100     MOVE FMO-LATE (FMO-SUB) TO MDL-LATE.                         08510000
085200     COMPUTE SLA-PERCENT ROUNDED =                                08520000
085300         FMO-ON-TIME (FMO-SUB) * 100 / FMO-RUNS (FMO-SUB).        08530000
085400     MOVE SLA-PERCENT TO MDL-PERCENT.                             08540000
085500     MOVE MONTH-DETAIL-LINE TO PRINT-RECORD.                      08550000
085600     PERFORM WRITE-PRINT-LINE.                                    08560000
085700 PRINT-SUMMARY.                                                   08570000
085800     MOVE SPACES TO PRINT-RECORD.                                 08580000
085900     PERFORM WRITE-PRINT-LINE.                                    08590000
086000     MOVE TIMED-COUNT TO SUM-COUNT.                               08600000
086100     MOVE 'REPORT FAMILIES TIMED FOR THE BUSINESS DATE' TO        08610000
086200         SUM-TEXT.                                                08620000
086300     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08630000
086400     PERFORM WRITE-PRINT-LINE.                                    08640000
086500     MOVE ON-TIME-COUNT TO SUM-COUNT.                             08650000
086600     MOVE 'FAMILIES ON TIME' TO SUM-TEXT.                         08660000
086700     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08670000
086800     PERFORM WRITE-PRINT-LINE.                                    08680000
086900     MOVE LATE-COUNT TO SUM-COUNT.                                08690000
087000     MOVE 'FAMILIES LATE - ALERTED' TO SUM-TEXT.                  08700000
087100     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08710000
087200     PERFORM WRITE-PRINT-LINE.                                    08720000
087300     MOVE NO-DEADLINE-COUNT TO SUM-COUNT.                         08730000
087400     MOVE 'FAMILIES WITH NO DEADLINE' TO SUM-TEXT.                08740000
087500     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08750000
087600     PERFORM WRITE-PRINT-LINE.                                    08760000
087700     MOVE TIMING-READ-COUNT TO SUM-COUNT.                         08770000
087800     MOVE 'TIMING RECORDS READ' TO SUM-TEXT.                      08780000
087900     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08790000
088000     PERFORM WRITE-PRINT-LINE.                                    08800000
088100     IF TIMING-BAD-COUNT > 0                                      08810000
088200      THEN                                                        08820000
088300      MOVE TIMING-BAD-COUNT TO SUM-COUNT;                         08830000
088400      MOVE 'TIMING RECORDS WITH AN INVALID STAMP OR EVENT' TO     08840000
088500          SUM-TEXT;                                               08850000
088600      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08860000
088700      PERFORM WRITE-PRINT-LINE                                    08870000
088800     END-IF.                                                      08880000
088900     IF DLN-REJECT-COUNT > 0                                      08890000
089000      THEN                                                        08900000
089100      MOVE DLN-REJECT-COUNT TO SUM-COUNT;                         08910000
089200      MOVE 'DEADLINE RECORDS REJECTED' TO SUM-TEXT;               08920000
089300      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08930000
089400      PERFORM WRITE-PRINT-LINE                                    08940000
089500     END-IF.                                                      08950000
089600     IF TABLE-FULL-COUNT > 0                                      08960000
089700      THEN                                                        08970000
089800      MOVE TABLE-FULL-COUNT TO SUM-COUNT;                         08980000
089900      MOVE 'ENTRIES LOST TO A FULL TABLE' TO SUM-TEXT;            08990000
090000      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09000000
090100      PERFORM WRITE-PRINT-LINE                                    09010000
090200     END-IF.                                                      09020000
090300 WRITE-PRINT-LINE.                                                09030000
090400     IF PRINT-FILE-OK                                             09040000
090500      THEN                                                        09050000
090600      WRITE PRINT-RECORD;                                         09060000
090700      IF NOT PRINT-FILE-OK                                        09070000
090800       THEN                                                       09080000
090900       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       09090000
091000           'STATUS=', PRINT-FILE-STATUS                           09100000
091100      END-IF                                                      09110000
091200     END-IF.                                                      09120000
091300* close what is open and set the return code: 8 when a file       09130000
091400* failed, otherwise 4 when a family was late or a deadline was    09140000
091500* rejected.                                                       09150000
091600 FINISH-RUN.                                                      09160000
091700     IF TIMING-FILE-OK OR TIMING-FILE-STATUS = '10'               09170000
091800      THEN                                                        09180000
091900      CLOSE TIMING-FILE                                           09190000
092000     END-IF.                                                      09200000
092100     IF PRINT-FILE-OK                                             09210000
092200      THEN                                                        09220000
092300      CLOSE PRINT-FILE                                            09230000
092400     END-IF.                                                      09240000
092500     MOVE LATE-COUNT TO COUNT-DISP.                               09250000
092600     DISPLAY PGMNAME, ' ', COUNT-DISP, ' REPORT FAMILIES MISSED ',09260000
092700         'THEIR WINDOW FOR ', BUS-DATE, '.'.                      09270000
092750     IF RUN-FAILED                                                09275000
092800      THEN                                                        09280000
092850      MOVE 8 TO RETURN-CODE                                       09285000
092900      ELSE                                                        09290000
092950      IF LATE-COUNT > 0 OR DLN-REJECT-COUNT > 0                   09295000
093000       THEN                                                       09300000
093050       MOVE 4 TO RETURN-CODE                                      09305000
093100       ELSE                                                       09310000
093150       MOVE ZERO TO RETURN-CODE                                   09315000
093200      END-IF                                                      09320000
093250     END-IF.                                                      09325000
093300 END PROGRAM ACIFSLAR.                                            09330000
