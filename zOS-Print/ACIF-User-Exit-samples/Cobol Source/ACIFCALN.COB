000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 20:00:00 BY  HOWARDT VERSION 04  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFCALN.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               End-of-night expected-report check for the ACIF    00070000
000800               exit suite.                                        00080000
000900*                                                                 00090000
001000               The input exit's duplicate-run check catches a     00100000
001100               report that arrives twice; nothing caught one that 00110000
001200               never arrived. The processing calendar (CALNDRDD)  00120000
001300               says which report families, by their RPTPROF       00130000
001400               report ids, are expected on which business days:   00140000
001500               every business day ('D'), one day of the week      00150000
001600               ('W'), the last business day of the month ('M'),   00160000
001700               or a specific date ('S'). Records keyed '*HOLIDAY' 00170000
001800               list the holidays; business days are Monday        00180000
001900               through Friday less the holidays, and daily,       00190000
002000               weekly, and month-end schedules skip holidays.     00200000
002100*                                                                 00210000
002200               The families that ran are taken from the run       00220000
002300               history (RUNHSTDD) entries processed on the        00230000
002400               business date and from the day's accounting        00240000
002500               records (ACCTDD). The program prints every         00250000
002600               expected family that did not run and every family  00260000
002700               that ran on a day it was not scheduled, and        00270000
002800               raises a high-severity alert through ALERTPUT for  00280000
002900               each missing family so the end-of-run alert        00290000
003000               reporter (ACIFALRT) pages the on-call.             00300000
003100*                                                                 00310000
003200               The business date is the BUSDATE keyword in the    00320000
003300               EXITPARM dataset, or today when it is absent. The  00330000
003400               step ends with return code 4 when a family is      00340000
003440               missing or ran unscheduled. When the run history   00344000
003480               or the accounting records cannot be opened, the    00348000
003520               missing and unscheduled checks are not made - they 00352000
003560               would report every family missing - and the report 00356000
003580               says so; the step ends with return code 8.         00358000
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
007500 TITLE 'ACIF Expected Report Check'.                              00750000
007600 ENVIRONMENT DIVISION.                                            00760000
007700 CONFIGURATION SECTION.                                           00770000
007800 SOURCE-COMPUTER. IBM-370.                                        00780000
007900 OBJECT-COMPUTER. IBM-370.                                        00790000
008000 INPUT-OUTPUT SECTION.                                            00800000
008100 FILE-CONTROL.                                                    00810000
008200     SELECT CALENDAR-FILE ASSIGN TO CALNDRDD                      00820000
008300         ORGANIZATION IS SEQUENTIAL                               00830000
008400         FILE STATUS IS CALENDAR-FILE-STATUS.                     00840000
008500     SELECT PROFILE-FILE ASSIGN TO RPTPROF                        00850000
008600         ORGANIZATION IS SEQUENTIAL                               00860000
008700         FILE STATUS IS PROFILE-FILE-STATUS.                      00870000
008800     SELECT RUN-HIST-FILE ASSIGN TO RUNHSTDD                      00880000
008900         ORGANIZATION IS INDEXED                                  00890000
009000         ACCESS IS DYNAMIC                                        00900000
009100         RECORD KEY IS HIST-KEY                                   00910000
009200         FILE STATUS IS RUNHIST-FILE-STATUS.                      00920000
009300     SELECT ACCT-FILE ASSIGN TO ACCTDD                            00930000
009400         ORGANIZATION IS SEQUENTIAL                               00940000
009500         FILE STATUS IS ACCT-FILE-STATUS.                         00950000
009600     SELECT PARM-FILE ASSIGN TO EXITPARM                          00960000
009700         ORGANIZATION IS SEQUENTIAL                               00970000
009800         FILE STATUS IS PARM-FILE-STATUS.                         00980000
009900     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00990000
010000         ORGANIZATION IS SEQUENTIAL                               01000000
010100         FILE STATUS IS PRINT-FILE-STATUS.                        01010000
010200     EJECT                                                        01020000
010300 DATA DIVISION.                                                   01030000
010400 FILE SECTION.                                                    01040000
010500* THE PROCESSING CALENDAR. ONE RECORD PER SCHEDULE: THE REPORT    01050000
010600* ID, THE FREQUENCY ('D'AILY, 'W'EEKLY, 'M'ONTH-END, OR 'S'PECIFIC01060000
010700* DATE), AND FOR WEEKLY THE DAY NAME (MON-SUN) OR FOR A SPECIFIC  01070000
010800* DATE THE DATE (YYYYMMDD). A FAMILY MAY HAVE SEVERAL SCHEDULES.  01080000
010900* RECORDS KEYED '*HOLIDAY' CARRY A HOLIDAY DATE IN CAL-DAY; OTHER 01090000
011000* RECORDS BEGINNING WITH '*' ARE COMMENTS.                        01100000
011100 FD  CALENDAR-FILE                                                01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300 01  CALENDAR-RECORD.                                             01130000
011400     05  CAL-REPT-ID         PIC X(8).                            01140000
011500     05  FILLER              PIC X.                               01150000
011600     05  CAL-FREQ            PIC X.                               01160000
011700         88  CAL-DAILY       VALUE 'D'.                           01170000
011800         88  CAL-WEEKLY      VALUE 'W'.                           01180000
011900         88  CAL-MONTH-END   VALUE 'M'.                           01190000
012000         88  CAL-SPECIFIC    VALUE 'S'.                           01200000
012100     05  FILLER              PIC X.                               01210000
012200     05  CAL-DAY             PIC X(8).                            01220000
012300     05  FILLER              PIC X(61).                           01230000
012400* THE REPORT PROFILE, READ ONLY FOR ITS REPORT IDS: A CALENDAR    01240000
012500* ENTRY MUST NAME A FAMILY THE EXITS KNOW.                        01250000
012600 FD  PROFILE-FILE                                                 01260000
012700     LABEL RECORDS ARE STANDARD.                                  01270000
012800 01  PROFILE-RECORD.                                              01280000
012900     05  PROF-REPT-ID        PIC X(8).                            01290000
013000     05  FILLER              PIC X(72).                           01300000
013100* THE RUN HISTORY KSDS ACIFIBDT MAINTAINS: THE KEY IS THE REPORT  01310000
013200* ID PLUS THE EMBEDDED RUN DATE, AND HIST-PROC-DATE IS THE DATE   01320000
013300* THE COMBINATION COMPLETED.                                      01330000
013400 FD  RUN-HIST-FILE                                                01340000
013500     LABEL RECORDS ARE STANDARD.                                  01350000
013600 01  RUNHIST-RECORD.                                              01360000
013700     05  HIST-KEY.                                                01370000
013800         10  HIST-REPT-ID    PIC X(8).                            01380000
013900         10  HIST-RUN-DATE   PIC X(8).                            01390000
014000     05  HIST-PROC-DATE      PIC X(8).                            01400000
014100     05  FILLER              PIC X(56).                           01410000
014200* THE DAY'S ACCOUNTING RECORDS FROM ACIFIBDT, ONE PER DOCUMENT.   01420000
014300 FD  ACCT-FILE                                                    01430000
014400     LABEL RECORDS ARE STANDARD.                                  01440000
014500 01  ACCT-RECORD.                                                 01450000
014600     05  ACCT-REPT-ID        PIC X(8).                            01460000
014700     05  FILLER              PIC X(72).                           01470000
014800* THE EXIT OPTIONS FILE. KEYWORD IN COLUMNS 1-8, '=' IN           01480000
014900* COLUMN 9, VALUE IN COLUMNS 10-17 (NUMERIC VALUES ZERO           01490000
015000* PADDED). RECORDS BEGINNING WITH '*' ARE COMMENTS.               01500000
015100 FD  PARM-FILE                                                    01510000
015200     LABEL RECORDS ARE STANDARD.                                  01520000
015300 01  PARM-RECORD.                                                 01530000
015400     05  PARM-KEYWORD        PIC X(8).                            01540000
015500     05  FILLER              PIC X.                               01550000
015600     05  PARM-VALUE          PIC X(8).                            01560000
015700     05  PARM-VALUE-NUM      REDEFINES PARM-VALUE PIC 9(8).       01570000
015800     05  FILLER              PIC X(63).                           01580000
015900 FD  PRINT-FILE                                                   01590000
016000     LABEL RECORDS ARE STANDARD.                                  01600000
016100 01  PRINT-RECORD            PIC X(121).                          01610000
016200 WORKING-STORAGE SECTION.                                         01620000
016300 77  PGMNAME                 PIC X(8) VALUE 'ACIFCALN'.           01630000
016400 77  ALERTPUT                PIC X(8) VALUE 'ALERTPUT'.           01640000
016500 77  CALENDAR-FILE-STATUS    PIC XX VALUE '00'.                   01650000
016600     88  CALENDAR-FILE-OK    VALUE '00'.                          01660000
016700 77  PROFILE-FILE-STATUS     PIC XX VALUE '00'.                   01670000
016800     88  PROFILE-FILE-OK     VALUE '00'.                          01680000
016900 77  RUNHIST-FILE-STATUS     PIC XX VALUE '00'.                   01690000
017000     88  RUNHIST-FILE-OK     VALUE '00'.                          01700000
017100 77  ACCT-FILE-STATUS        PIC XX VALUE '00'.                   01710000
017200     88  ACCT-FILE-OK        VALUE '00'.                          01720000
017300 77  PARM-FILE-STATUS        PIC XX VALUE '00'.                   01730000
017400     88  PARM-FILE-OK        VALUE '00'.                          01740000
017500 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01750000
017600     88  PRINT-FILE-OK       VALUE '00'.                          01760000
017700 77  PARM-OPEN-FLAG          PIC X VALUE LOW-VALUE.               01770000
017800     88  PARM-OPENED         VALUE HIGH-VALUE.                    01780000
017900 77  PARM-LOAD-FLAG          PIC X VALUE LOW-VALUE.               01790000
018000     88  PARM-LOAD-DONE      VALUE HIGH-VALUE.                    01800000
018100 77  CALENDAR-DONE-FLAG      PIC X VALUE LOW-VALUE.               01810000
018200     88  CALENDAR-DONE       VALUE HIGH-VALUE.                    01820000
018300 77  PROFILE-DONE-FLAG       PIC X VALUE LOW-VALUE.               01830000
018400     88  PROFILE-DONE        VALUE HIGH-VALUE.                    01840000
018500 77  PROFILE-LOAD-FLAG       PIC X VALUE LOW-VALUE.               01850000
018600     88  PROFILE-LOADED      VALUE HIGH-VALUE.                    01860000
018700 77  HIST-DONE-FLAG          PIC X VALUE LOW-VALUE.               01870000
018800     88  HIST-DONE           VALUE HIGH-VALUE.                    01880000
018900 77  ACCT-DONE-FLAG          PIC X VALUE LOW-VALUE.               01890000
019000     88  ACCT-DONE           VALUE HIGH-VALUE.                    01900000
019010* set when the run history or the accounting records cannot be    01901000
019020* opened: the run sources are incomplete, so nothing is checked   01902000
019030* against them.                                                   01903000
019040 77  SOURCES-FLAG            PIC X VALUE LOW-VALUE.               01904000
019050     88  SOURCES-UNAVAILABLE VALUE HIGH-VALUE.                    01905000
019058* set by any failure that must end the step with return code 8.   01905800
019066* the return code itself is set only in FINISH-RUN, since each    01906600
019074* CALL of ALERTPUT replaces it.                                   01907400
019082 77  RUN-FAIL-FLAG           PIC X VALUE LOW-VALUE.               01908200
019090     88  RUN-FAILED          VALUE HIGH-VALUE.                    01909000
019100* the operations alert raised through the shared ALERTPUT         01910000
019200* routine for each missing family.                                01920000
019300 77  ALERT-SEVERITY          PIC X VALUE SPACE.                   01930000
019400 77  ALERT-KEY               PIC X(8) VALUE SPACES.               01940000
019500 77  ALERT-TEXT              PIC X(60) VALUE SPACES.              01950000
019600* the business date being checked, its day number and day of      01960000
019700* the week (1 is Monday), and what kind of day it is.             01970000
019800 77  TODAY-DATE              PIC X(8).                            01980000
019900 77  BUS-DATE                PIC X(8) VALUE SPACES.               01990000
020000 01  BUS-DATE-NUM            PIC 9(8) VALUE ZERO.                 02000000
020100 01  FILLER                  REDEFINES BUS-DATE-NUM.              02010000
020200     05  BUS-YEAR            PIC 9(4).                            02020000
020300     05  BUS-MONTH           PIC 9(2).                            02030000
020400     05  BUS-DAY             PIC 9(2).                            02040000
020500 77  BUS-INT                 PIC S9(8) BINARY VALUE ZERO.         02050000
020600 77  BUS-DOW                 PIC S9(4) BINARY VALUE ZERO.         02060000
020700 77  BUS-DAY-FLAG            PIC X VALUE LOW-VALUE.               02070000
020800     88  BUS-IS-BUSINESS-DAY VALUE HIGH-VALUE.                    02080000
020900     88  BUS-NOT-BUSINESS-DAY VALUE LOW-VALUE.                    02090000
021000 77  BUS-HOLIDAY-FLAG        PIC X VALUE LOW-VALUE.               02100000
021100     88  BUS-IS-HOLIDAY      VALUE HIGH-VALUE.                    02110000
021200 77  BUS-MONTH-END-FLAG      PIC X VALUE LOW-VALUE.               02120000
021300     88  BUS-IS-MONTH-END    VALUE HIGH-VALUE.                    02130000
021400     88  BUS-NOT-MONTH-END   VALUE LOW-VALUE.                     02140000
021500* work fields for testing whether a day is a business day: the    02150000
021600* month-end test walks forward from the business date to the end  02160000
021700* of its month looking for another business day.                  02170000
021800 77  TEST-INT                PIC S9(8) BINARY VALUE ZERO.         02180000
021900 77  TEST-DOW                PIC S9(4) BINARY VALUE ZERO.         02190000
022000 77  TEST-DAYS               PIC S9(8) BINARY VALUE ZERO.         02200000
022100 77  TEST-QUOTIENT           PIC S9(8) BINARY VALUE ZERO.         02210000
022200 77  DAY-SUB                 PIC S9(4) BINARY VALUE ZERO.         02220000
022300 01  TEST-DATE-NUM           PIC 9(8) VALUE ZERO.                 02230000
022400 01  FILLER                  REDEFINES TEST-DATE-NUM.             02240000
022500     05  TEST-YEAR           PIC 9(4).                            02250000
022600     05  TEST-MONTH          PIC 9(2).                            02260000
022700     05  TEST-DAY            PIC 9(2).                            02270000
022800 77  TEST-DATE               PIC X(8).                            02280000
022900 77  TEST-BUSINESS-FLAG      PIC X VALUE LOW-VALUE.               02290000
023000     88  TEST-IS-BUSINESS-DAY VALUE HIGH-VALUE.                   02300000
023100     88  TEST-NOT-BUSINESS-DAY VALUE LOW-VALUE.                   02310000
023200 77  MONTH-WALK-FLAG         PIC X VALUE LOW-VALUE.               02320000
023300     88  MONTH-WALK-DONE     VALUE HIGH-VALUE.                    02330000
023400 01  DAY-NAME-AREA.                                               02340000
023500     05  FILLER              PIC X(21) VALUE                      02350000
023600         'MONTUEWEDTHUFRISATSUN'.                                 02360000
023700 01  FILLER                  REDEFINES DAY-NAME-AREA.             02370000
023800     05  DAY-NAME            PIC X(3) OCCURS 7 TIMES.             02380000
023900* the holidays from the calendar.                                 02390000
024000 77  HOL-MAX                 PIC S9(4) BINARY VALUE 100.          02400000
024100 77  HOL-SUB                 PIC S9(4) BINARY VALUE ZERO.         02410000
024200 01  HOLIDAY-TABLE-AREA.                                          02420000
024300     05  HOL-COUNT           PIC S9(4) BINARY VALUE ZERO.         02430000
024400     05  HOL-DATE            PIC X(8) OCCURS 100 TIMES.           02440000
024500* the report ids the profile knows.                               02450000
024600 77  PID-MAX                 PIC S9(4) BINARY VALUE 1000.         02460000
024700 77  PID-SUB                 PIC S9(4) BINARY VALUE ZERO.         02470000
024800 77  PID-FOUND-FLAG          PIC X VALUE LOW-VALUE.               02480000
024900     88  PID-FOUND           VALUE HIGH-VALUE.                    02490000
025000     88  PID-NOT-FOUND       VALUE LOW-VALUE.                     02500000
025100 01  PROFILE-ID-AREA.                                             02510000
025200     05  PID-COUNT           PIC S9(4) BINARY VALUE ZERO.         02520000
025300     05  PID-REPT-ID         PIC X(8) OCCURS 1000 TIMES.          02530000
025400* the calendar schedules, kept so a family that ran unscheduled   02540000
025500* can be told apart from one with no schedule at all.             02550000
025600 77  CAL-MAX                 PIC S9(4) BINARY VALUE 1000.         02560000
025700 77  CAL-SUB                 PIC S9(4) BINARY VALUE ZERO.         02570000
025800 77  CAL-FOUND-FLAG          PIC X VALUE LOW-VALUE.               02580000
025900     88  CAL-FOUND           VALUE HIGH-VALUE.                    02590000
026000     88  CAL-NOT-FOUND       VALUE LOW-VALUE.                     02600000
026100 01  CALENDAR-TABLE-AREA.                                         02610000
026200     05  CAL-COUNT           PIC S9(4) BINARY VALUE ZERO.         02620000
026300     05  CAL-ENTRY           OCCURS 1000 TIMES.                   02630000
026400         10  CAL-TBL-REPT-ID PIC X(8).                            02640000
026500         10  CAL-TBL-FREQ    PIC X.                               02650000
026600         10  CAL-TBL-DAY     PIC X(8).                            02660000
026700* the families expected on the business date, with the schedule   02670000
026800* that made each one due.                                         02680000
026900 77  EXP-MAX                 PIC S9(4) BINARY VALUE 1000.         02690000
027000 77  EXP-SUB                 PIC S9(4) BINARY VALUE ZERO.         02700000
027100 77  EXP-HIT                 PIC S9(4) BINARY VALUE ZERO.         02710000
027200 77  SCHED-TEXT              PIC X(16) VALUE SPACES.              02720000
027300 01  EXPECTED-TABLE-AREA.                                         02730000
027400     05  EXP-COUNT           PIC S9(4) BINARY VALUE ZERO.         02740000
027500     05  EXP-ENTRY           OCCURS 1000 TIMES.                   02750000
027600         10  EXP-REPT-ID     PIC X(8).                            02760000
027700         10  EXP-SCHEDULE    PIC X(16).                           02770000
027800* the families that ran, with their history entries and           02780000
027900* documents.                                                      02790000
028000 77  RAN-MAX                 PIC S9(4) BINARY VALUE 1000.         02800000
028100 77  RAN-SUB                 PIC S9(4) BINARY VALUE ZERO.         02810000
028200 77  RAN-HIT                 PIC S9(4) BINARY VALUE ZERO.         02820000
028300 77  RAN-KEY                 PIC X(8) VALUE SPACES.               02830000
028400 01  RAN-TABLE-AREA.                                              02840000
028500     05  RAN-COUNT           PIC S9(4) BINARY VALUE ZERO.         02850000
028600     05  RAN-ENTRY           OCCURS 1000 TIMES.                   02860000
028700         10  RAN-REPT-ID     PIC X(8).                            02870000
028800         10  RAN-HIST        PIC S9(8) BINARY.                    02880000
028900         10  RAN-DOCS        PIC S9(8) BINARY.                    02890000
029000* run totals.                                                     02900000
029100 77  CAL-REJECT-COUNT        PIC S9(8) BINARY VALUE ZERO.         02910000
029200 77  HIST-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.         02920000
029300 77  ACCT-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.         02930000
029400 77  MISSING-COUNT           PIC S9(8) BINARY VALUE ZERO.         02940000
029500 77  UNSCHED-COUNT           PIC S9(8) BINARY VALUE ZERO.         02950000
029600 77  ON-SCHED-COUNT          PIC S9(8) BINARY VALUE ZERO.         02960000
029700 77  TABLE-FULL-COUNT        PIC S9(8) BINARY VALUE ZERO.         02970000
029800 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02980000
029900* report line layouts.                                            02990000
030000 01  PAGE-HEADING-1.                                              03000000
030100     05  FILLER              PIC X(31) VALUE                      03010000
030200         'ACIF EXPECTED REPORT CHECK FOR '.                       03020000
030300     05  HDG-DATE            PIC X(8).                            03030000
030400     05  FILLER              PIC X VALUE SPACE.                   03040000
030500     05  HDG-DAY-NAME        PIC X(3).                            03050000
030600     05  FILLER              PIC X(3) VALUE ' - '.                03060000
030700     05  HDG-DAY-KIND        PIC X(20).                           03070000
030800     05  FILLER              PIC X(55) VALUE SPACES.              03080000
030900 01  SECTION-HEADING.                                             03090000
031000     05  FILLER              PIC X(2) VALUE SPACES.               03100000
031100     05  SHD-TEXT            PIC X(60).                           03110000
031200     05  FILLER              PIC X(59) VALUE SPACES.              03120000
031300 01  MISSING-DETAIL-LINE.                                         03130000
031400     05  FILLER              PIC X(2) VALUE SPACES.               03140000
031500     05  MDL-REPT-ID         PIC X(8).                            03150000
031600     05  FILLER              PIC X(2) VALUE SPACES.               03160000
031700     05  MDL-SCHEDULE        PIC X(16).                           03170000
031800     05  FILLER              PIC X(2) VALUE SPACES.               03180000
031900     05  FILLER              PIC X(22) VALUE                      03190000
032000         'EXPECTED - DID NOT RUN'.                                03200000
032100     05  FILLER              PIC X(69) VALUE SPACES.              03210000
032200 01  UNSCHED-DETAIL-LINE.                                         03220000
032300     05  FILLER              PIC X(2) VALUE SPACES.               03230000
032400     05  UDL-REPT-ID         PIC X(8).                            03240000
032500     05  FILLER              PIC X(2) VALUE SPACES.               03250000
032600     05  UDL-HIST            PIC Z,ZZZ,ZZ9.                       03260000
032700     05  FILLER              PIC X(9) VALUE ' RUNS    '.          03270000
032800     05  UDL-DOCS            PIC Z,ZZZ,ZZ9.                       03280000
032900     05  FILLER              PIC X(12) VALUE ' DOCUMENTS  '.      03290000
033000     05  UDL-REASON          PIC X(24).                           03300000
033100     05  FILLER              PIC X(46) VALUE SPACES.              03310000
033200 01  SUMMARY-LINE.                                                03320000
033300     05  FILLER              PIC X(2) VALUE SPACES.               03330000
033400     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03340000
033500     05  FILLER              PIC X VALUE SPACE.                   03350000
033600     05  SUM-TEXT            PIC X(50).                           03360000
033700     05  FILLER              PIC X(59) VALUE SPACES.              03370000
033800     SKIP1                                                        03380000
033900 TITLE 'Initialization and Main Line'.                            03390000
034000 PROCEDURE DIVISION.                                              03400000
034100     PERFORM INITIALIZE-RUN.                                      03410000
034200     PERFORM LOAD-PROFILE-IDS.                                    03420000
034300     PERFORM LOAD-CALENDAR.                                       03430000
034400     PERFORM CLASSIFY-BUSINESS-DATE.                              03440000
034500     PERFORM FIND-EXPECTED VARYING CAL-SUB FROM 1 BY 1            03450000
034600         UNTIL CAL-SUB > CAL-COUNT.                               03460000
034700     PERFORM READ-ONE-HISTORY UNTIL HIST-DONE.                    03470000
034800     PERFORM READ-ONE-ACCT UNTIL ACCT-DONE.                       03480000
034900     PERFORM PRINT-HEADING.                                       03490000
034930     IF SOURCES-UNAVAILABLE                                       03493000
034960      THEN                                                        03496000
034990      PERFORM PRINT-NOT-CHECKED                                   03499000
035020      ELSE                                                        03502000
035050      PERFORM PRINT-MISSING;                                      03505000
035080      PERFORM PRINT-UNSCHEDULED                                   03508000
035110     END-IF.                                                      03511000
035200     PERFORM PRINT-SUMMARY.                                       03520000
035300     PERFORM FINISH-RUN.                                          03530000
035400     GOBACK.                                                      03540000
035480* settle the business date and open the report, the history       03548000
035560* cluster, and the day's accounting records. without both run     03556000
035640* sources the check would report every family missing, so         03564000
035720* either one failing to open fails the step and the check is      03572000
035800* not made.                                                       03580000
035900 INITIALIZE-RUN.                                                  03590000
036000     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03600000
036100     MOVE TODAY-DATE TO BUS-DATE.                                 03610000
036200     PERFORM LOAD-PARMS.                                          03620000
036300     MOVE BUS-DATE TO BUS-DATE-NUM.                               03630000
036400     COMPUTE BUS-INT = FUNCTION INTEGER-OF-DATE (BUS-DATE-NUM).   03640000
036500     MOVE BUS-INT TO TEST-INT.                                    03650000
036600     PERFORM FIND-DAY-OF-WEEK.                                    03660000
036700     MOVE TEST-DOW TO BUS-DOW.                                    03670000
036800     OPEN OUTPUT PRINT-FILE.                                      03680000
036900     IF NOT PRINT-FILE-OK                                         03690000
037000      THEN                                                        03700000
037100      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03710000
037200          PRINT-FILE-STATUS;                                      03720000
037300      SET RUN-FAILED TO TRUE                                      03730000
037400     END-IF.                                                      03740000
037500     OPEN INPUT RUN-HIST-FILE.                                    03750000
037600     IF NOT RUNHIST-FILE-OK                                       03760000
037700      THEN                                                        03770000
037800      DISPLAY PGMNAME, ' OPEN OF RUNHSTDD FAILED, FILE ',         03780000
037900          'STATUS=', RUNHIST-FILE-STATUS;                         03790000
038000      SET RUN-FAILED TO TRUE;                                     03800000
038050      SET SOURCES-UNAVAILABLE TO TRUE;                            03805000
038100      SET HIST-DONE TO TRUE;                                      03810000
038200      SET ACCT-DONE TO TRUE                                       03820000
038300     END-IF.                                                      03830000
038400     OPEN INPUT ACCT-FILE.                                        03840000
038500     IF NOT ACCT-FILE-OK                                          03850000
038600      THEN                                                        03860000
038700      DISPLAY PGMNAME, ' OPEN OF ACCTDD FAILED, FILE STATUS=',    03870000
038800          ACCT-FILE-STATUS;                                       03880000
038900      SET RUN-FAILED TO TRUE;                                     03890000
038950      SET SOURCES-UNAVAILABLE TO TRUE;                            03895000
039000      SET HIST-DONE TO TRUE;                                      03900000
039100      SET ACCT-DONE TO TRUE                                       03910000
039200     END-IF.                                                      03920000
039300* load the job options from the EXITPARM dataset. a missing       03930000
039400* file leaves the business date at today.                         03940000
039500 LOAD-PARMS.                                                      03950000
039600     OPEN INPUT PARM-FILE.                                        03960000
039700     IF PARM-FILE-OK                                              03970000
039800      THEN                                                        03980000
039900      SET PARM-OPENED TO TRUE                                     03990000
040000      ELSE                                                        04000000
040100      DISPLAY PGMNAME, ' EXITPARM NOT AVAILABLE, FILE STATUS=',   04010000
040200          PARM-FILE-STATUS, ' - TODAY IS THE BUSINESS DATE.';     04020000
040300      SET PARM-LOAD-DONE TO TRUE                                  04030000
040400     END-IF.                                                      04040000
040500     PERFORM LOAD-ONE-PARM UNTIL PARM-LOAD-DONE.                  04050000
040600     IF PARM-OPENED                                               04060000
040700      THEN                                                        04070000
040800      CLOSE PARM-FILE                                             04080000
040900     END-IF.                                                      04090000
041000 LOAD-ONE-PARM.                                                   04100000
041100     READ PARM-FILE.                                              04110000
041200     IF PARM-FILE-OK                                              04120000
041300      THEN                                                        04130000
041400      PERFORM STORE-PARM                                          04140000
041500      ELSE                                                        04150000
041600      SET PARM-LOAD-DONE TO TRUE                                  04160000
041700     END-IF.                                                      04170000
041800 STORE-PARM.                                                      04180000
041900     EVALUATE PARM-KEYWORD                                        04190000
042000       WHEN 'BUSDATE '                                            04200000
042100         MOVE PARM-VALUE TO TEST-DATE;                            04210000
042200         PERFORM EDIT-TEST-DATE;                                  04220000
042300         IF TEST-IS-BUSINESS-DAY                                  04230000
042400          THEN                                                    04240000
042500          MOVE PARM-VALUE TO BUS-DATE                             04250000
042600          ELSE                                                    04260000
042700          DISPLAY PGMNAME, ' INVALID BUSDATE VALUE ',             04270000
042800              'IGNORED: ', PARM-VALUE                             04280000
042900         END-IF                                                   04290000
043000       WHEN SPACES                                                04300000
043100         CONTINUE                                                 04310000
043200       WHEN OTHER                                                 04320000
043300         CONTINUE                                                 04330000
043400     END-EVALUATE.                                                04340000
043500* check that TEST-DATE holds a real yyyymmdd calendar date; the   04350000
043600* business-day switch is borrowed to carry the answer.            04360000
043700 EDIT-TEST-DATE.                                                  04370000
043800     SET TEST-NOT-BUSINESS-DAY TO TRUE.                           04380000
043900     IF TEST-DATE NUMERIC                                         04390000
044000      THEN                                                        04400000
044100      MOVE TEST-DATE TO TEST-DATE-NUM;                            04410000
044200      IF FUNCTION TEST-DATE-YYYYMMDD (TEST-DATE-NUM) = ZERO       04420000
044500       THEN                                                       04450000
044600       SET TEST-IS-BUSINESS-DAY TO TRUE                           04460000
044700      END-IF                                                      04470000
044800     END-IF.                                                      04480000
044900* load the report ids the profile knows. without the profile      04490000
045000* every calendar entry is taken on trust.                         04500000
045100 LOAD-PROFILE-IDS.                                                04510000
045200     OPEN INPUT PROFILE-FILE.                                     04520000
045300     IF PROFILE-FILE-OK                                           04530000
045400      THEN                                                        04540000
045500      SET PROFILE-LOADED TO TRUE;                                 04550000
045600      PERFORM LOAD-ONE-PROFILE-ID UNTIL PROFILE-DONE;             04560000
045700      CLOSE PROFILE-FILE                                          04570000
045800      ELSE                                                        04580000
045900      DISPLAY PGMNAME, ' RPTPROF NOT AVAILABLE, FILE STATUS=',    04590000
046000          PROFILE-FILE-STATUS, ' - REPORT IDS NOT CHECKED.'       04600000
046100     END-IF.                                                      04610000
046200 LOAD-ONE-PROFILE-ID.                                             04620000
046300     READ PROFILE-FILE.                                           04630000
046400     IF NOT PROFILE-FILE-OK                                       04640000
046500      THEN                                                        04650000
046600      SET PROFILE-DONE TO TRUE                                    04660000
046700      ELSE                                                        04670000
046800      MOVE PROF-REPT-ID TO RAN-KEY;                               04680000
046900      PERFORM FIND-PROFILE-ID;                                    04690000
047000      IF PID-NOT-FOUND AND PID-COUNT < PID-MAX                    04700000
047100       THEN                                                       04710000
047200       ADD 1 TO PID-COUNT;                                        04720000
047300       MOVE PROF-REPT-ID TO PID-REPT-ID (PID-COUNT)               04730000
047400      END-IF                                                      04740000
047500     END-IF.                                                      04750000
047600 FIND-PROFILE-ID.                                                 04760000
047700     SET PID-NOT-FOUND TO TRUE.                                   04770000
047800     PERFORM SCAN-PROFILE-ID VARYING PID-SUB FROM 1 BY 1          04780000
047900         UNTIL PID-SUB > PID-COUNT OR PID-FOUND.                  04790000
048000 SCAN-PROFILE-ID.                                                 04800000
048100     IF PID-REPT-ID (PID-SUB) = RAN-KEY                           04810000
048200      THEN                                                        04820000
048300      SET PID-FOUND TO TRUE                                       04830000
048400     END-IF.                                                      04840000
048500* load the calendar: holidays into the holiday table, schedules   04850000
048600* into the calendar table after editing. a missing calendar is    04860000
048700* a hard failure, since nothing could then be checked.            04870000
048800 LOAD-CALENDAR.                                                   04880000
048900     OPEN INPUT CALENDAR-FILE.                                    04890000
049000     IF CALENDAR-FILE-OK                                          04900000
049100      THEN                                                        04910000
049200      PERFORM LOAD-ONE-CALENDAR UNTIL CALENDAR-DONE;              04920000
049300      CLOSE CALENDAR-FILE                                         04930000
049400      ELSE                                                        04940000
049500      DISPLAY PGMNAME, ' OPEN OF CALNDRDD FAILED, FILE STATUS=',  04950000
049600          CALENDAR-FILE-STATUS;                                   04960000
049700      SET RUN-FAILED TO TRUE                                      04970000
049800     END-IF.                                                      04980000
049900 LOAD-ONE-CALENDAR.                                               04990000
050000     READ CALENDAR-FILE.                                          05000000
050100     IF NOT CALENDAR-FILE-OK                                      05010000
050200      THEN                                                        05020000
050300      SET CALENDAR-DONE TO TRUE                                   05030000
050400      ELSE                                                        05040000
050500      EVALUATE TRUE                                               05050000
050600        WHEN CALENDAR-RECORD = SPACES                             05060000
050700          CONTINUE                                                05070000
050800        WHEN CAL-REPT-ID = '*HOLIDAY'                             05080000
050900          PERFORM STORE-HOLIDAY                                   05090000
051000        WHEN CAL-REPT-ID (1:1) = '*'                              05100000
051100          CONTINUE                                                05110000
051200        WHEN OTHER                                                05120000
051300          PERFORM STORE-SCHEDULE                                  05130000
051400      END-EVALUATE                                                05140000
051500     END-IF.                                                      05150000
051600 STORE-HOLIDAY.                                                   05160000
051700     MOVE CAL-DAY TO TEST-DATE.                                   05170000
051800     PERFORM EDIT-TEST-DATE.                                      05180000
051900     IF TEST-NOT-BUSINESS-DAY                                     05190000
052000      THEN                                                        05200000
052100      DISPLAY PGMNAME, ' INVALID HOLIDAY DATE IGNORED: ',         05210000
052200          CAL-DAY;                                                05220000
052300      ADD 1 TO CAL-REJECT-COUNT                                   05230000
052400      ELSE                                                        05240000
052500      IF HOL-COUNT < HOL-MAX                                      05250000
052600       THEN                                                       05260000
052700       ADD 1 TO HOL-COUNT;                                        05270000
052800       MOVE CAL-DAY TO HOL-DATE (HOL-COUNT)                       05280000
052900       ELSE                                                       05290000
053000       DISPLAY PGMNAME, ' HOLIDAY TABLE FULL, DATE IGNORED: ',    05300000
053100           CAL-DAY;                                               05310000
053200       ADD 1 TO TABLE-FULL-COUNT                                  05320000
053300      END-IF                                                      05330000
053400     END-IF.                                                      05340000
053500* edit one schedule: the report id must be in the profile, the    05350000
053600* frequency known, a weekly day a day name, and a specific date   05360000
053700* a date.                                                         05370000
053800 STORE-SCHEDULE.                                                  05380000
053900     SET CAL-FOUND TO TRUE.                                       05390000
054000     IF PROFILE-LOADED                                            05400000
054100      THEN                                                        05410000
054200      MOVE CAL-REPT-ID TO RAN-KEY;                                05420000
054300      PERFORM FIND-PROFILE-ID;                                    05430000
054400      IF PID-NOT-FOUND                                            05440000
054500       THEN                                                       05450000
054600       DISPLAY PGMNAME, ' CALENDAR REPORT ID NOT IN RPTPROF ',    05460000
054700           'IGNORED: ', CAL-REPT-ID;                              05470000
054800       SET CAL-NOT-FOUND TO TRUE                                  05480000
054900      END-IF                                                      05490000
055000     END-IF.                                                      05500000
055100     EVALUATE TRUE                                                05510000
055200       WHEN CAL-DAILY                                             05520000
055300         CONTINUE                                                 05530000
055400       WHEN CAL-MONTH-END                                         05540000
055500         CONTINUE                                                 05550000
055600       WHEN CAL-WEEKLY                                            05560000
055700         MOVE ZERO TO TEST-DOW;                                   05570000
055800         PERFORM MATCH-DAY-NAME VARYING DAY-SUB FROM 1 BY 1       05580000
055900             UNTIL DAY-SUB > 7;                                   05590000
056000         IF TEST-DOW = ZERO                                       05600000
056100          THEN                                                    05610000
056200          DISPLAY PGMNAME, ' INVALID WEEKLY DAY IGNORED: ',       05620000
056300              CAL-REPT-ID, ' ', CAL-DAY;                          05630000
056400          SET CAL-NOT-FOUND TO TRUE                               05640000
056500         END-IF                                                   05650000
056600       WHEN CAL-SPECIFIC                                          05660000
056700         MOVE CAL-DAY TO TEST-DATE;                               05670000
056800         PERFORM EDIT-TEST-DATE;                                  05680000
056900         IF TEST-NOT-BUSINESS-DAY                                 05690000
057000          THEN                                                    05700000
057100          DISPLAY PGMNAME, ' INVALID SCHEDULE DATE IGNORED: ',    05710000
057200              CAL-REPT-ID, ' ', CAL-DAY;                          05720000
057300          SET CAL-NOT-FOUND TO TRUE                               05730000
057400         END-IF                                                   05740000
057500       WHEN OTHER                                                 05750000
057600         DISPLAY PGMNAME, ' INVALID FREQUENCY IGNORED: ',         05760000
057700             CAL-REPT-ID, ' ', CAL-FREQ;                          05770000
057800         SET CAL-NOT-FOUND TO TRUE                                05780000
057900     END-EVALUATE.                                                05790000
058000     IF CAL-NOT-FOUND                                             05800000
058100      THEN                                                        05810000
058200      ADD 1 TO CAL-REJECT-COUNT                                   05820000
058300      ELSE                                                        05830000
058400      IF CAL-COUNT < CAL-MAX                                      05840000
058500       THEN                                                       05850000
058600       ADD 1 TO CAL-COUNT;                                        05860000
058700       MOVE CAL-REPT-ID TO CAL-TBL-REPT-ID (CAL-COUNT);           05870000
058800       MOVE CAL-FREQ TO CAL-TBL-FREQ (CAL-COUNT);                 05880000
058900       MOVE CAL-DAY TO CAL-TBL-DAY (CAL-COUNT)                    05890000
059000       ELSE                                                       05900000
059100       DISPLAY PGMNAME, ' CALENDAR TABLE FULL, SCHEDULE ',        05910000
059200           'IGNORED: ', CAL-REPT-ID;                              05920000
059300       ADD 1 TO TABLE-FULL-COUNT                                  05930000
059400      END-IF                                                      05940000
059500     END-IF.                                                      05950000
059600 MATCH-DAY-NAME.                                                  05960000
059700     IF CAL-DAY (1:3) = DAY-NAME (DAY-SUB)                        05970000
059800      THEN                                                        05980000
059900      MOVE DAY-SUB TO TEST-DOW                                    05990000
060000     END-IF.                                                      06000000
060100     EJECT                                                        06010000
060200* work out what kind of day the business date is: a holiday, a    06020000
060300* business day, and the last business day of its month.           06030000
060400 CLASSIFY-BUSINESS-DATE.                                          06040000
060500     MOVE BUS-DATE TO TEST-DATE.                                  06050000
060600     MOVE BUS-INT TO TEST-INT.                                    06060000
060700     PERFORM TEST-BUSINESS-DAY.                                   06070000
060800     IF TEST-IS-BUSINESS-DAY                                      06080000
060900      THEN                                                        06090000
061000      SET BUS-IS-BUSINESS-DAY TO TRUE                             06100000
061100     END-IF.                                                      06110000
061200     PERFORM SCAN-HOLIDAY VARYING HOL-SUB FROM 1 BY 1             06120000
061300         UNTIL HOL-SUB > HOL-COUNT OR BUS-IS-HOLIDAY.             06130000
061400     SET BUS-NOT-MONTH-END TO TRUE.                               06140000
061500     IF BUS-IS-BUSINESS-DAY                                       06150000
061600      THEN                                                        06160000
061700      SET BUS-IS-MONTH-END TO TRUE;                               06170000
061800      MOVE LOW-VALUE TO MONTH-WALK-FLAG;                          06180000
061900      PERFORM WALK-REST-OF-MONTH UNTIL MONTH-WALK-DONE            06190000
062000     END-IF.                                                      06200000
062100 SCAN-HOLIDAY.                                                    06210000
062200     IF HOL-DATE (HOL-SUB) = BUS-DATE                             06220000
062300      THEN                                                        06230000
062400      SET BUS-IS-HOLIDAY TO TRUE                                  06240000
062500     END-IF.                                                      06250000
062600* step one day forward; leaving the month ends the walk, and      06260000
062700* finding another business day first means the business date      06270000
062800* is not the month end.                                           06280000
062900 WALK-REST-OF-MONTH.                                              06290000
063000     ADD 1 TO TEST-INT.                                           06300000
063100     COMPUTE TEST-DATE-NUM = FUNCTION DATE-OF-INTEGER (TEST-INT). 06310000
063200     IF TEST-MONTH NOT = BUS-MONTH                                06320000
063300      THEN                                                        06330000
063400      SET MONTH-WALK-DONE TO TRUE                                 06340000
063500      ELSE                                                        06350000
063600      MOVE TEST-DATE-NUM TO TEST-DATE;                            06360000
063700      PERFORM TEST-BUSINESS-DAY;                                  06370000
063800      IF TEST-IS-BUSINESS-DAY                                     06380000
063900       THEN                                                       06390000
064000       SET BUS-NOT-MONTH-END TO TRUE;                             06400000
064100       SET MONTH-WALK-DONE TO TRUE                                06410000
064200      END-IF                                                      06420000
064300     END-IF.                                                      06430000
064400* a business day is a Monday to Friday that is not a holiday.     06440000
064500* TEST-DATE and TEST-INT name the day.                            06450000
064600 TEST-BUSINESS-DAY.                                               06460000
064700     PERFORM FIND-DAY-OF-WEEK.                                    06470000
064800     IF TEST-DOW < 6                                              06480000
064900      THEN                                                        06490000
065000      SET TEST-IS-BUSINESS-DAY TO TRUE;                           06500000
065100      PERFORM TEST-ONE-HOLIDAY VARYING HOL-SUB FROM 1 BY 1        06510000
065200          UNTIL HOL-SUB > HOL-COUNT OR TEST-NOT-BUSINESS-DAY      06520000
065300      ELSE                                                        06530000
065400      SET TEST-NOT-BUSINESS-DAY TO TRUE                           06540000
065500     END-IF.                                                      06550000
065600 TEST-ONE-HOLIDAY.                                                06560000
065700     IF HOL-DATE (HOL-SUB) = TEST-DATE                            06570000
065800      THEN                                                        06580000
065900      SET TEST-NOT-BUSINESS-DAY TO TRUE                           06590000
066000     END-IF.                                                      06600000
066100* day 1 of the integer calendar (1 Jan 1601) was a Monday.        06610000
066200 FIND-DAY-OF-WEEK.                                                06620000
066300     SUBTRACT 1 FROM TEST-INT GIVING TEST-DAYS.                   06630000
066400     DIVIDE TEST-DAYS BY 7 GIVING TEST-QUOTIENT                   06640000
066500         REMAINDER TEST-DOW.                                      06650000
066600     ADD 1 TO TEST-DOW.                                           06660000
066700* decide whether one schedule makes its family due on the         06670000
066800* business date, and if so add the family to the expected list.   06680000
066900 FIND-EXPECTED.                                                   06690000
067000     MOVE SPACES TO SCHED-TEXT.                                   06700000
067100     EVALUATE TRUE                                                06710000
067200       WHEN CAL-TBL-FREQ (CAL-SUB) = 'D'                          06720000
067300         IF BUS-IS-BUSINESS-DAY                                   06730000
067400          THEN                                                    06740000
067500          MOVE 'DAILY' TO SCHED-TEXT                              06750000
067600         END-IF                                                   06760000
067700       WHEN CAL-TBL-FREQ (CAL-SUB) = 'W'                          06770000
067800         IF CAL-TBL-DAY (CAL-SUB) (1:3) = DAY-NAME (BUS-DOW)      06780000
067900            AND NOT BUS-IS-HOLIDAY                                06790000
068000          THEN                                                    06800000
068100          STRING 'WEEKLY ' DELIMITED BY SIZE,                     06810000
068200              DAY-NAME (BUS-DOW) DELIMITED BY SIZE                06820000
068300              INTO SCHED-TEXT                                     06830000
068400         END-IF                                                   06840000
068500       WHEN CAL-TBL-FREQ (CAL-SUB) = 'M'                          06850000
068600         IF BUS-IS-MONTH-END                                      06860000
068700          THEN                                                    06870000
068800          MOVE 'MONTH-END' TO SCHED-TEXT                          06880000
068900         END-IF                                                   06890000
069000       WHEN CAL-TBL-FREQ (CAL-SUB) = 'S'                          06900000
069100         IF CAL-TBL-DAY (CAL-SUB) = BUS-DATE                      06910000
069200          THEN                                                    06920000
069300          MOVE 'SPECIFIC DATE' TO SCHED-TEXT                      06930000
069400         END-IF                                                   06940000
069500     END-EVALUATE.                                                06950000
069600     IF SCHED-TEXT NOT = SPACES                                   06960000
069700      THEN                                                        06970000
069800      MOVE ZERO TO EXP-HIT;                                       06980000
069900      PERFORM SCAN-EXPECTED VARYING EXP-SUB FROM 1 BY 1           06990000
070000          UNTIL EXP-SUB > EXP-COUNT OR EXP-HIT > 0;               07000000
070100      IF EXP-HIT = ZERO                                           07010000
070200       THEN                                                       07020000
070300       IF EXP-COUNT < EXP-MAX                                     07030000
070400        THEN                                                      07040000
070500        ADD 1 TO EXP-COUNT;                                       07050000
070600        MOVE CAL-TBL-REPT-ID (CAL-SUB) TO EXP-REPT-ID (EXP-COUNT);07060000
070700        MOVE SCHED-TEXT TO EXP-SCHEDULE (EXP-COUNT)               07070000
070800        ELSE                                                      07080000
070900        ADD 1 TO TABLE-FULL-COUNT                                 07090000
071000       END-IF                                                     07100000
071100      END-IF                                                      07110000
071200     END-IF.                                                      07120000
071300 SCAN-EXPECTED.                                                   07130000
071400     IF EXP-REPT-ID (EXP-SUB) = CAL-TBL-REPT-ID (CAL-SUB)         07140000
071500      THEN                                                        07150000
071600      MOVE EXP-SUB TO EXP-HIT                                     07160000
071700     END-IF.                                                      07170000
071800     EJECT                                                        07180000
071900* every history entry processed on the business date is a run     07190000
072000* of its family.                                                  07200000
072100 READ-ONE-HISTORY.                                                07210000
072200     READ RUN-HIST-FILE NEXT.                                     07220000
072300     IF NOT RUNHIST-FILE-OK                                       07230000
072400      THEN                                                        07240000
072500      SET HIST-DONE TO TRUE                                       07250000
072600      ELSE                                                        07260000
072700      IF HIST-PROC-DATE = BUS-DATE                                07270000
072800       THEN                                                       07280000
072900       ADD 1 TO HIST-READ-COUNT;                                  07290000
073000       MOVE HIST-REPT-ID TO RAN-KEY;                              07300000
073100       PERFORM FIND-RAN;                                          07310000
073200       IF RAN-HIT > 0                                             07320000
073300        THEN                                                      07330000
073400        ADD 1 TO RAN-HIST (RAN-HIT)                               07340000
073500       END-IF                                                     07350000
073600      END-IF                                                      07360000
073700     END-IF.                                                      07370000
073800* every accounting record of the day is a document of its         07380000
073900* family; this catches a family whose history update failed.      07390000
074000 READ-ONE-ACCT.                                                   07400000
074100     READ ACCT-FILE.                                              07410000
074200     IF NOT ACCT-FILE-OK                                          07420000
074300      THEN                                                        07430000
074400      SET ACCT-DONE TO TRUE                                       07440000
074500      ELSE                                                        07450000
074600      ADD 1 TO ACCT-READ-COUNT;                                   07460000
074700      MOVE ACCT-REPT-ID TO RAN-KEY;                               07470000
074800      PERFORM FIND-RAN;                                           07480000
074900      IF RAN-HIT > 0                                              07490000
075000       THEN                                                       07500000
075100       ADD 1 TO RAN-DOCS (RAN-HIT)                                07510000
075200      END-IF                                                      07520000
075300     END-IF.                                                      07530000
075400* find RAN-KEY among the families that ran, adding it the first   07540000
075500* time it is seen.                                                07550000
075600 FIND-RAN.                                                        07560000
075700     MOVE ZERO TO RAN-HIT.                                        07570000
075800     PERFORM SCAN-RAN VARYING RAN-SUB FROM 1 BY 1                 07580000
075900         UNTIL RAN-SUB > RAN-COUNT OR RAN-HIT > 0.                07590000
076000     IF RAN-HIT = ZERO                                            07600000
076100      THEN                                                        07610000
076200      IF RAN-COUNT < RAN-MAX                                      07620000
076300       THEN                                                       07630000
076400       ADD 1 TO RAN-COUNT;                                        07640000
076500       MOVE RAN-COUNT TO RAN-HIT;                                 07650000
076600       MOVE RAN-KEY TO RAN-REPT-ID (RAN-HIT);                     07660000
076700       MOVE ZERO TO RAN-HIST (RAN-HIT);                           07670000
076800       MOVE ZERO TO RAN-DOCS (RAN-HIT)                            07680000
076900       ELSE                                                       07690000
077000       ADD 1 TO TABLE-FULL-COUNT                                  07700000
077100      END-IF                                                      07710000
077200     END-IF.                                                      07720000
077300 SCAN-RAN.                                                        07730000
077400     IF RAN-REPT-ID (RAN-SUB) = RAN-KEY                           07740000
077500      THEN                                                        07750000
077600      MOVE RAN-SUB TO RAN-HIT                                     07760000
077700     END-IF.                                                      07770000
077800     EJECT                                                        07780000
077900 PRINT-HEADING.                                                   07790000
078000     MOVE BUS-DATE TO HDG-DATE.                                   07800000
078100     MOVE DAY-NAME (BUS-DOW) TO HDG-DAY-NAME.                     07810000
078200     EVALUATE TRUE                                                07820000
078300       WHEN BUS-IS-HOLIDAY                                        07830000
078400         MOVE 'HOLIDAY' TO HDG-DAY-KIND                           07840000
078500       WHEN BUS-IS-MONTH-END                                      07850000
078600         MOVE 'MONTH-END BUSINESS DAY' TO HDG-DAY-KIND            07860000
078700       WHEN BUS-IS-BUSINESS-DAY                                   07870000
078800         MOVE 'BUSINESS DAY' TO HDG-DAY-KIND                      07880000
078900       WHEN OTHER                                                 07890000
079000         MOVE 'NON-BUSINESS DAY' TO HDG-DAY-KIND                  07900000
079100     END-EVALUATE.                                                07910000
079200     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         07920000
079300     PERFORM WRITE-PRINT-LINE.                                    07930000
079400     MOVE SPACES TO PRINT-RECORD.                                 07940000
079500     PERFORM WRITE-PRINT-LINE.                                    07950000
079600* list the expected families that did not run and raise a         07960000
079700* high-severity alert for each.                                   07970000
079800 PRINT-MISSING.                                                   07980000
079900     MOVE 'EXPECTED REPORT FAMILIES THAT DID NOT RUN' TO SHD-TEXT.07990000
080000     MOVE SECTION-HEADING TO PRINT-RECORD.                        08000000
080100     PERFORM WRITE-PRINT-LINE.                                    08010000
080200     PERFORM CHECK-ONE-EXPECTED VARYING EXP-SUB FROM 1 BY 1       08020000
080300         UNTIL EXP-SUB > EXP-COUNT.                               08030000
080400     MOVE SPACES TO PRINT-RECORD.                                 08040000
080500     PERFORM WRITE-PRINT-LINE.                                    08050000
080600 CHECK-ONE-EXPECTED.                                              08060000
080700     MOVE EXP-REPT-ID (EXP-SUB) TO RAN-KEY.                       08070000
080800     MOVE ZERO TO RAN-HIT.                                        08080000
080900     PERFORM SCAN-RAN VARYING RAN-SUB FROM 1 BY 1                 08090000
081000         UNTIL RAN-SUB > RAN-COUNT OR RAN-HIT > 0.                08100000
081100     IF RAN-HIT > 0                                               08110000
081200      THEN                                                        08120000
081300      ADD 1 TO ON-SCHED-COUNT                                     08130000
081400      ELSE                                                        08140000
081500      ADD 1 TO MISSING-COUNT;                                     08150000
081600      MOVE EXP-REPT-ID (EXP-SUB) TO MDL-REPT-ID;                  08160000
081700      MOVE EXP-SCHEDULE (EXP-SUB) TO MDL-SCHEDULE;                08170000
081800      MOVE MISSING-DETAIL-LINE TO PRINT-RECORD;                   08180000
081900      PERFORM WRITE-PRINT-LINE;                                   08190000
082000      MOVE 'H' TO ALERT-SEVERITY;                                 08200000
082100      MOVE EXP-REPT-ID (EXP-SUB) TO ALERT-KEY;                    08210000
082200      MOVE SPACES TO ALERT-TEXT;                                  08220000
082300      STRING 'EXPECTED REPORT DID NOT RUN ON ' DELIMITED BY SIZE, 08230000
082400          BUS-DATE DELIMITED BY SIZE,                             08240000
082500          ' - ' DELIMITED BY SIZE,                                08250000
082600          EXP-SCHEDULE (EXP-SUB) DELIMITED BY SIZE                08260000
082700          INTO ALERT-TEXT;                                        08270000
082800      CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,                08280000
082900          ALERT-KEY, ALERT-TEXT                                   08290000
083000     END-IF.                                                      08300000
083010* the run sources could not be read: say so once in place of      08301000
083020* the missing and unscheduled lists. no alerts are raised.        08302000
083030 PRINT-NOT-CHECKED.                                               08303000
083040     MOVE 'CHECK NOT DONE - RUN HISTORY OR ACCOUNTING UNAVAILABLE'08304000
083050         TO SHD-TEXT.                                             08305000
083060     MOVE SECTION-HEADING TO PRINT-RECORD.                        08306000
083070     PERFORM WRITE-PRINT-LINE.                                    08307000
083080     MOVE SPACES TO PRINT-RECORD.                                 08308000
083090     PERFORM WRITE-PRINT-LINE.                                    08309000
083100* list the families that ran without being due, telling apart     08310000
083200* those with a schedule for other days from those with none.      08320000
083300 PRINT-UNSCHEDULED.                                               08330000
083400     MOVE 'REPORT FAMILIES THAT RAN UNSCHEDULED' TO SHD-TEXT.     08340000
083500     MOVE SECTION-HEADING TO PRINT-RECORD.                        08350000
083600     PERFORM WRITE-PRINT-LINE.                                    08360000
083700     PERFORM CHECK-ONE-RAN VARYING RAN-SUB FROM 1 BY 1            08370000
083800         UNTIL RAN-SUB > RAN-COUNT.                               08380000
083900 CHECK-ONE-RAN.                                                   08390000
084000     MOVE ZERO TO EXP-HIT.                                        08400000
084100     PERFORM SCAN-EXPECTED-RAN VARYING EXP-SUB FROM 1 BY 1        08410000
084200         UNTIL EXP-SUB > EXP-COUNT OR EXP-HIT > 0.                08420000
084300     IF EXP-HIT = ZERO                                            08430000
084400      THEN                                                        08440000
084500      ADD 1 TO UNSCHED-COUNT;                                     08450000
084600      SET CAL-NOT-FOUND TO TRUE;                                  08460000
084700      PERFORM SCAN-CALENDAR-RAN VARYING CAL-SUB FROM 1 BY 1       08470000
084800          UNTIL CAL-SUB > CAL-COUNT OR CAL-FOUND;                 08480000
084900      IF CAL-FOUND                                                08490000
085000       THEN                                                       08500000
085100       MOVE 'NOT SCHEDULED THIS DAY' TO UDL-REASON                08510000
085200       ELSE                                                       08520000
085300       MOVE 'NO CALENDAR SCHEDULE' TO UDL-REASON                  08530000
085400      END-IF;                                                     08540000
085500      MOVE RAN-REPT-ID (RAN-SUB) TO UDL-REPT-ID;                  08550000
085600      MOVE RAN-HIST (RAN-SUB) TO UDL-HIST;                        08560000
085700      MOVE RAN-DOCS (RAN-SUB) TO UDL-DOCS;                        08570000
085800      MOVE UNSCHED-DETAIL-LINE TO PRINT-RECORD;                   08580000
085900      PERFORM WRITE-PRINT-LINE                                    08590000
086000     END-IF.                                                      08600000
086100 SCAN-EXPECTED-RAN.                                               08610000
086200     IF EXP-REPT-ID (EXP-SUB) = RAN-REPT-ID (RAN-SUB)             08620000
086300      THEN                                                        08630000
086400      MOVE EXP-SUB TO EXP-HIT                                     08640000
086500     END-IF.                                                      08650000
086600 SCAN-CALENDAR-RAN.                                               08660000
086700     IF CAL-TBL-REPT-ID (CAL-SUB) = RAN-REPT-ID (RAN-SUB)         08670000
086800      THEN                                                        08680000
086900      SET CAL-FOUND TO TRUE                                       08690000
087000     END-IF.                                                      08700000
087100 PRINT-SUMMARY.                                                   08710000
087200     MOVE SPACES TO PRINT-RECORD.                                 08720000
087300     PERFORM WRITE-PRINT-LINE.                                    08730000
087400     MOVE EXP-COUNT TO SUM-COUNT.                                 08740000
087500     MOVE 'REPORT FAMILIES EXPECTED' TO SUM-TEXT.                 08750000
087600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08760000
087700     PERFORM WRITE-PRINT-LINE.                                    08770000
087780     IF NOT SOURCES-UNAVAILABLE                                   08778000
087860      THEN                                                        08786000
087940      MOVE ON-SCHED-COUNT TO SUM-COUNT;                           08794000
088020      MOVE 'EXPECTED FAMILIES THAT RAN' TO SUM-TEXT;              08802000
088100      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08810000
088180      PERFORM WRITE-PRINT-LINE;                                   08818000
088260      MOVE MISSING-COUNT TO SUM-COUNT;                            08826000
088340      MOVE 'EXPECTED FAMILIES MISSING - ALERTED' TO SUM-TEXT;     08834000
088420      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08842000
088500      PERFORM WRITE-PRINT-LINE;                                   08850000
088580      MOVE UNSCHED-COUNT TO SUM-COUNT;                            08858000
088660      MOVE 'FAMILIES THAT RAN UNSCHEDULED' TO SUM-TEXT;           08866000
088740      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08874000
088820      PERFORM WRITE-PRINT-LINE                                    08882000
088900     END-IF.                                                      08890000
089000     MOVE HIST-READ-COUNT TO SUM-COUNT.                           08900000
089100     MOVE 'RUN HISTORY ENTRIES FOR THE BUSINESS DATE' TO SUM-TEXT.08910000
089200     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08920000
089300     PERFORM WRITE-PRINT-LINE.                                    08930000
089400     MOVE ACCT-READ-COUNT TO SUM-COUNT.                           08940000
089500     MOVE 'ACCOUNTING RECORDS READ' TO SUM-TEXT.                  08950000
089600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           08960000
089700     PERFORM WRITE-PRINT-LINE.                                    08970000
089800     IF CAL-REJECT-COUNT > 0                                      08980000
089900      THEN                                                        08990000
090000      MOVE CAL-REJECT-COUNT TO SUM-COUNT;                         09000000
090100      MOVE 'CALENDAR RECORDS REJECTED' TO SUM-TEXT;               09010000
090200      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09020000
090300      PERFORM WRITE-PRINT-LINE                                    09030000
090400     END-IF.                                                      09040000
090500     IF TABLE-FULL-COUNT > 0                                      09050000
090600      THEN                                                        09060000
090700      MOVE TABLE-FULL-COUNT TO SUM-COUNT;                         09070000
090800      MOVE 'ENTRIES LOST TO A FULL TABLE' TO SUM-TEXT;            09080000
090900      MOVE SUMMARY-LINE TO PRINT-RECORD;                          09090000
091000      PERFORM WRITE-PRINT-LINE                                    09100000
091100     END-IF.                                                      09110000
091200 WRITE-PRINT-LINE.                                                09120000
091300     IF PRINT-FILE-OK                                             09130000
091400      THEN                                                        09140000
091500      WRITE PRINT-RECORD;                                         09150000
091600      IF NOT PRINT-FILE-OK                                        09160000
091700       THEN                                                       09170000
091800       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       09180000
091900           'STATUS=', PRINT-FILE-STATUS                           09190000
092000      END-IF                                                      09200000
092100     END-IF.                                                      09210000
092170* close what is open and set the return code: 8 when a file       09217000
092240* failed, otherwise 4 when a family is missing or ran             09224000
092310* unscheduled or a calendar record was rejected.                  09231000
092400 FINISH-RUN.                                                      09240000
092500     IF RUNHIST-FILE-OK OR RUNHIST-FILE-STATUS = '10'             09250000
092600      THEN                                                        09260000
092700      CLOSE RUN-HIST-FILE                                         09270000
092800     END-IF.                                                      09280000
092900     IF ACCT-FILE-OK OR ACCT-FILE-STATUS = '10'                   09290000
093000      THEN                                                        09300000
093100      CLOSE ACCT-FILE                                             09310000
093200     END-IF.                                                      09320000
093300     IF PRINT-FILE-OK                                             09330000
093400      THEN                                                        09340000
093500      CLOSE PRINT-FILE                                            09350000
093600     END-IF.                                                      09360000
093650     IF SOURCES-UNAVAILABLE                                       09365000
093700      THEN                                                        09370000
093750      DISPLAY PGMNAME, ' EXPECTED REPORT CHECK NOT DONE FOR ',    09375000
093800          BUS-DATE, ' - RUN SOURCES UNAVAILABLE.'                 09380000
093850      ELSE                                                        09385000
093900      MOVE MISSING-COUNT TO COUNT-DISP;                           09390000
093950      DISPLAY PGMNAME, ' ', COUNT-DISP, ' EXPECTED REPORT ',      09395000
094000          'FAMILIES MISSING FOR ', BUS-DATE, '.';                 09400000
094050      MOVE UNSCHED-COUNT TO COUNT-DISP;                           09405000
094100      DISPLAY PGMNAME, ' ', COUNT-DISP, ' FAMILIES RAN ',         09410000
094150          'UNSCHEDULED.'                                          09415000
094200     END-IF.                                                      09420000
094240     IF RUN-FAILED                                                09424000
094280      THEN                                                        09428000
094320      MOVE 8 TO RETURN-CODE                                       09432000
094360      ELSE                                                        09436000
094400      IF MISSING-COUNT > 0 OR UNSCHED-COUNT > 0 OR                09440000
094440         CAL-REJECT-COUNT > 0                                     09444000
094480       THEN                                                       09448000
094520       MOVE 4 TO RETURN-CODE                                      09452000
094560       ELSE                                                       09456000
094600       MOVE ZERO TO RETURN-CODE                                   09460000
094640      END-IF                                                      09464000
094680     END-IF.                                                      09468000
094800 END PROGRAM ACIFCALN.                                            09480000
