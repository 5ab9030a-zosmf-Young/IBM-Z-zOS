000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 02  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFPRUF.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Proof sample extraction from the converted ACIF    00070000
000800               output.                                            00080000
000900*                                                                 00090000
001000               A new or changed report family can print           00100000
001100               thousands of bad statements before anyone looks    00110000
001200               at one. This QA step reads the converted output    00120000
001300               (AFPINDD) and, for every report id, copies a proof 00130000
001400               sample to the proof dataset (PROOFDD): the first   00140000
001500               documents of the family, every Nth document after  00150000
001600               that, and the family's largest document by page    00160000
001700               count. The report id and run date come from the    00170000
001800               REPORT and RUNDATE tags the index exit (ACIFXIDX)  00180000
001900               puts behind every BDT, and the pages are counted   00190000
002000               between the NOP-wrapped BDT and EDT the input exit 00200000
002100               (ACIFIBDT) left. Records outside any document -    00210000
002200               the resource group - are copied too, so the proof  00220000
002300               prints on its own.                                 00230000
002400*                                                                 00240000
002500               The proof options (PROOFOPT) carry one record per  00250000
002600               report family: whether the family is proof         00260000
002700               required, how many leading documents to take, and  00270000
002800               the sampling interval. The record keyed            00280000
002900               '*DEFAULT' replaces the built-in default for       00290000
003000               families with no record of their own. The burster  00300000
003100               (ACIFBRST) reads the same file and holds the       00310000
003200               documents of a proof-required family off the       00320000
003300               printer routes until a release card for the report 00330000
003400               id and run date is in the sign-off file.           00340000
003500*                                                                 00350000
003600               The largest document is not known until the whole  00360000
003700               input has been read, so the input is read twice:   00370000
003800               once to size every document, and once to extract.  00380000
003900*                                                                 00390000
004000               The control report (REPORTDD) lists every sampled  00400000
004100               document with the reason it was taken, then each   00410000
004200               family's documents, sample, and largest document,  00420000
004300               marking the families held for sign-off.            00430000
004400*                                                                 00440000
004500 DATE-WRITTEN. 15 Oct 2026.                                       00450000
004600 DATE-COMPILED.                                                   00460000
004700 SECURITY. IBM SAMPLE CODE ONLY.                                  00470000
004800*/**************************************************************/ 00480000
004900*/* Licensed under the Apache License, Version 2.0 (the        */ 00490000
005000*/* "License"); you may not use this file except in compliance */ 00500000
005100*/* with the License. You may obtain a copy of the License at  */ 00510000
005200*/*                                                            */ 00520000
005300*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00530000
005400*/*                                                            */ 00540000
005500*/* Unless required by applicable law or agreed to in writing, */ 00550000
005600*/* software distributed under the License is distributed on an*/ 00560000
005700*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00570000
005800*/* KIND, either express or implied.  See the License for the  */ 00580000
005900*/* specific language governing permissions and limitations    */ 00590000
006000*/* under the License.                                         */ 00600000
006100*/*------------------------------------------------------------*/ 00610000
006200*/*                                                            */ 00620000
006300*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00630000
006400*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00640000
006500*/*                                                            */ 00650000
006600*/*   Permission to use, copy, modify, and distribute          */ 00660000
006700*/*   this software for any purpose with or without fee        */ 00670000
006800*/*   is hereby granted, provided that the above               */ 00680000
006900*/*   copyright notices appear in all copies.                  */ 00690000
007000*/*                                                            */ 00700000
007100*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00710000
007200*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00720000
007300*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00730000
007400*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00740000
007500*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00750000
007600*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00760000
007700*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00770000
007800*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00780000
007900*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00790000
008000*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00800000
008100*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00810000
008200*/**************************************************************/ 00820000
008300 TITLE 'ACIF Proof Sample Extract'.                               00830000
008400 ENVIRONMENT DIVISION.                                            00840000
008500 CONFIGURATION SECTION.                                           00850000
008600 SOURCE-COMPUTER. IBM-370.                                        00860000
008700 OBJECT-COMPUTER. IBM-370.                                        00870000
008800 INPUT-OUTPUT SECTION.                                            00880000
008900 FILE-CONTROL.                                                    00890000
009000     SELECT AFPIN-FILE ASSIGN TO AFPINDD                          00900000
009100         ORGANIZATION IS SEQUENTIAL                               00910000
009200         FILE STATUS IS AFPIN-FILE-STATUS.                        00920000
009300     SELECT OPTION-FILE ASSIGN TO PROOFOPT                        00930000
009400         ORGANIZATION IS SEQUENTIAL                               00940000
009500         FILE STATUS IS OPTION-FILE-STATUS.                       00950000
009600     SELECT PROOF-FILE ASSIGN TO PROOFDD                          00960000
009700         ORGANIZATION IS SEQUENTIAL                               00970000
009800         FILE STATUS IS PROOF-FILE-STATUS.                        00980000
009900     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00990000
010000         ORGANIZATION IS SEQUENTIAL                               01000000
010100         FILE STATUS IS PRINT-FILE-STATUS.                        01010000
010200     EJECT                                                        01020000
010300 DATA DIVISION.                                                   01030000
010400 FILE SECTION.                                                    01040000
010500* THE CONVERTED ACIF OUTPUT AS THE EXITS LEFT IT: THE DOCUMENT AND01050000
010600* PAGE GROUP BOUNDARIES ARE WRAPPED IN THE PROTECTING NOPS        01060000
010700* ACIFIBDT BUILT, AND THE INDEX TAGS ACIFXIDX INSERTED FOLLOW THE 01070000
010800* BDT AND EACH BNG.                                               01080000
010900 FD  AFPIN-FILE                                                   01090000
011000     RECORD IS VARYING IN SIZE FROM 9 TO 32767                    01100000
011100         DEPENDING ON AFPIN-RECLEN                                01110000
011200     LABEL RECORDS ARE STANDARD.                                  01120000
011300 01  AFP-RECORD.                                                  01130000
011400     05  AFP-INTRODUCER.                                          01140000
011500       10  AFP-CC            PIC X.                               01150000
011600       10  AFP-LEN-CHR       PIC XX.                              01160000
011700       10  AFP-TYPE          PIC XXX.                             01170000
011800           88  AFP-IS-NOP    VALUE X'D3EEEE'.                     01180000
011900       10  AFP-FLAG          PIC X.                               01190000
012000       10  AFP-SEQ-CHR       PIC XX.                              01200000
012100     05  AFP-DATA            PIC X(32758).                        01210000
012200* THE PROOF OPTIONS, ONE RECORD PER REPORT FAMILY: 'Y' WHEN THE   01220000
012300* FAMILY IS PROOF REQUIRED AND HELD FROM THE PRINTERS UNTIL SIGNED01230000
012400* OFF, THE NUMBER OF LEADING DOCUMENTS TO SAMPLE, AND THE SAMPLING01240000
012500* INTERVAL (EVERY NTH DOCUMENT; ZERO FOR NONE). THE LARGEST       01250000
012600* DOCUMENT IS ALWAYS SAMPLED. THE RECORD KEYED '*DEFAULT' REPLACES01260000
012700* THE BUILT-IN DEFAULT; RECORDS BEGINNING WITH '*' ARE OTHERWISE  01270000
012800* COMMENTS. ACIFBRST READS THE SAME FILE.                         01280000
012900 FD  OPTION-FILE                                                  01290000
013000     LABEL RECORDS ARE STANDARD.                                  01300000
013100 01  OPTION-RECORD.                                               01310000
013200     05  POPT-REPT-ID        PIC X(8).                            01320000
013300     05  FILLER              PIC X.                               01330000
013400     05  POPT-REQUIRED       PIC X.                               01340000
013500     05  FILLER              PIC X.                               01350000
013600     05  POPT-FIRST          PIC 9(3).                            01360000
013700     05  FILLER              PIC X.                               01370000
013800     05  POPT-EVERY          PIC 9(5).                            01380000
013900     05  FILLER              PIC X(60).                           01390000
014000* THE PROOF DATASET: THE SAMPLED DOCUMENTS AND THE SHARED RESOURCE01400000
014100* RECORDS, VERBATIM.                                              01410000
014200 FD  PROOF-FILE                                                   01420000
014300     RECORD IS VARYING IN SIZE FROM 9 TO 32767                    01430000
014400         DEPENDING ON PROOF-RECLEN                                01440000
014500     LABEL RECORDS ARE STANDARD.                                  01450000
014600 01  PROOF-RECORD            PIC X(32767).                        01460000
014700 FD  PRINT-FILE                                                   01470000
014800     LABEL RECORDS ARE STANDARD.                                  01480000
014900 01  PRINT-RECORD            PIC X(121).                          01490000
015000 WORKING-STORAGE SECTION.                                         01500000
015100 77  PGMNAME                 PIC X(8) VALUE 'ACIFPRUF'.           01510000
015200 77  AFPIN-FILE-STATUS       PIC XX VALUE '00'.                   01520000
015300     88  AFPIN-FILE-OK       VALUE '00'.                          01530000
015400 77  OPTION-FILE-STATUS      PIC XX VALUE '00'.                   01540000
015500     88  OPTION-FILE-OK      VALUE '00'.                          01550000
015600 77  PROOF-FILE-STATUS       PIC XX VALUE '00'.                   01560000
015700     88  PROOF-FILE-OK       VALUE '00'.                          01570000
015800 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01580000
015900     88  PRINT-FILE-OK       VALUE '00'.                          01590000
016000 77  AFPIN-RECLEN            PIC 9(8) BINARY VALUE ZERO.          01600000
016100 77  PROOF-RECLEN            PIC 9(8) BINARY VALUE ZERO.          01610000
016200 77  AFPIN-DONE-FLAG         PIC X VALUE LOW-VALUE.               01620000
016300     88  AFPIN-DONE          VALUE HIGH-VALUE.                    01630000
016400 77  OPTION-DONE-FLAG        PIC X VALUE LOW-VALUE.               01640000
016500     88  OPTION-DONE         VALUE HIGH-VALUE.                    01650000
016600 77  TODAY-DATE              PIC X(8).                            01660000
016700* which reading of the input is under way: the first sizes the    01670000
016800* documents, the second extracts the sample.                      01680000
016900 77  PASS-FLAG               PIC X VALUE '1'.                     01690000
017000     88  SIZING-PASS         VALUE '1'.                           01700000
017100     88  EXTRACT-PASS        VALUE '2'.                           01710000
017200* the record in the buffer: the structured field type behind the  01720000
017300* NOP wrapper (or the record's own type when it is not wrapped)   01730000
017400* and the introducer offset its data applies behind.              01740000
017500 77  WRAP-TYPE               PIC X(3) VALUE LOW-VALUE.            01750000
017600 77  WRAP-BASE               PIC 9(4) BINARY VALUE ZERO.          01760000
017700* the index tags ACIFXIDX inserts: a fully qualified name         01770000
017800* triplet naming the attribute at data offset 5, and the value    01780000
017900* behind the attribute value triplet header at data offset 17.    01790000
018000 77  TLE-NAME-OFFSET         PIC 9(4) BINARY VALUE 5.             01800000
018100 77  TLE-VALUE-OFFSET        PIC 9(4) BINARY VALUE 17.            01810000
018200 77  TLE-NAME                PIC X(8) VALUE SPACES.               01820000
018300* the proof option table, loaded from PROOFOPT. DEFAULT-OPTION is 01830000
018400* used for report ids with no record: not proof required, the     01840000
018500* first three documents, no interval; a '*DEFAULT' record         01850000
018600* replaces it.                                                    01860000
018700 77  OPT-MAX                 PIC S9(4) BINARY VALUE 200.          01870000
018800 77  OPT-SUB                 PIC S9(4) BINARY VALUE ZERO.         01880000
018900 77  OPT-FOUND-FLAG          PIC X VALUE LOW-VALUE.               01890000
019000     88  OPT-FOUND           VALUE HIGH-VALUE.                    01900000
019100     88  OPT-NOT-FOUND       VALUE LOW-VALUE.                     01910000
019200 77  OPT-REJECT-COUNT        PIC S9(4) BINARY VALUE ZERO.         01920000
019300 01  OPTION-TABLE-AREA.                                           01930000
019400     05  OPT-COUNT           PIC S9(4) BINARY VALUE ZERO.         01940000
019500     05  OPT-ENTRY           OCCURS 200 TIMES.                    01950000
019600         10  OPT-REPT-ID     PIC X(8).                            01960000
019700         10  OPT-BODY        PIC X(9).                            01970000
019800 01  DEFAULT-OPTION.                                              01980000
019900     05  FILLER              PIC X VALUE 'N'.                     01990000
020000     05  FILLER              PIC 9(3) VALUE 3.                    02000000
020100     05  FILLER              PIC 9(5) VALUE ZERO.                 02010000
020200* the proof options of the family being looked up.                02020000
020300 01  CURRENT-OPTION.                                              02030000
020400     05  CO-REQUIRED         PIC X.                               02040000
020500         88  CO-PROOF-REQUIRED VALUE 'Y'.                         02050000
020600     05  CO-FIRST            PIC 9(3).                            02060000
020700     05  CO-EVERY            PIC 9(5).                            02070000
020800* the report families met in the input, with their options, the   02080000
020900* largest document found by the sizing pass, and the sample the   02090000
021000* extract pass took.                                              02100000
021100 77  FAM-MAX                 PIC S9(4) BINARY VALUE 200.          02110000
021200 77  FAM-SUB                 PIC S9(4) BINARY VALUE ZERO.         02120000
021300 77  FAM-HIT                 PIC S9(4) BINARY VALUE ZERO.         02130000
021400 01  FAMILY-TABLE-AREA.                                           02140000
021500     05  FAM-COUNT           PIC S9(4) BINARY VALUE ZERO.         02150000
021600     05  FAM-ENTRY           OCCURS 200 TIMES.                    02160000
021700         10  FAM-REPT-ID     PIC X(8).                            02170000
021800         10  FAM-RUN-DATE    PIC X(8).                            02180000
021900         10  FAM-OPTION.                                          02190000
022000             15  FAM-REQUIRED PIC X.                              02200000
022100                 88  FAM-PROOF-REQUIRED VALUE 'Y'.                02210000
022200             15  FAM-FIRST   PIC 9(3).                            02220000
022300             15  FAM-EVERY   PIC 9(5).                            02230000
022400         10  FAM-DOCS        PIC S9(8) BINARY.                    02240000
022500         10  FAM-BIG-SEQ     PIC S9(8) BINARY.                    02250000
022600         10  FAM-BIG-PAGES   PIC S9(8) BINARY.                    02260000
022700         10  FAM-SAMPLED     PIC S9(8) BINARY.                    02270000
022800         10  FAM-SAMPLE-PAGES PIC S9(8) BINARY.                   02280000
022900* the document in progress. its tags follow its BDT, so until the 02290000
023000* first record that is not a tag the document is undecided and    02300000
023100* its records are held here; then it is sampled or passed over.   02310000
023200 77  IN-DOCUMENT-FLAG        PIC X VALUE LOW-VALUE.               02320000
023300     88  IN-DOCUMENT         VALUE HIGH-VALUE.                    02330000
023400     88  BETWEEN-DOCUMENTS   VALUE LOW-VALUE.                     02340000
023500 77  DOC-STATE-FLAG          PIC X VALUE SPACE.                   02350000
023600     88  DOC-UNDECIDED       VALUE 'U'.                           02360000
023700     88  DOC-SAMPLED         VALUE 'S'.                           02370000
023800     88  DOC-PASSED-OVER     VALUE 'P'.                           02380000
023900 77  DOC-REPT-ID             PIC X(8) VALUE SPACES.               02390000
024000 77  DOC-RUN-DATE            PIC X(8) VALUE SPACES.               02400000
024100 77  DOC-FAM-SEQ             PIC S9(8) BINARY VALUE ZERO.         02410000
024200 77  DOC-PAGES               PIC S9(8) BINARY VALUE ZERO.         02420000
024300 77  DOC-REASON              PIC X(8) VALUE SPACES.               02430000
024400 77  INTERVAL-QUOTIENT       PIC S9(8) BINARY VALUE ZERO.         02440000
024500 77  INTERVAL-REMAINDER      PIC S9(8) BINARY VALUE ZERO.         02450000
024600 77  HOLD-OVERFLOW-FLAG      PIC X VALUE LOW-VALUE.               02460000
024700     88  HOLD-OVERFLOW       VALUE HIGH-VALUE.                    02470000
024800     88  HOLD-FITS           VALUE LOW-VALUE.                     02480000
024900* the document level records held while the document is           02490000
025000* undecided: offsets and lengths into one buffer.                 02500000
025100 77  HOLD-MAX                PIC S9(4) BINARY VALUE 32.           02510000
025200 77  HOLD-SUB                PIC S9(4) BINARY VALUE ZERO.         02520000
025300 77  HOLD-BUFFER-MAX         PIC S9(8) BINARY VALUE 65534.        02530000
025400 01  HOLD-TABLE-AREA.                                             02540000
025500     05  HOLD-COUNT          PIC S9(4) BINARY VALUE ZERO.         02550000
025600     05  HOLD-USED           PIC S9(8) BINARY VALUE ZERO.         02560000
025700     05  HOLD-ENTRY          OCCURS 32 TIMES.                     02570000
025800         10  HOLD-OFFSET     PIC S9(8) BINARY.                    02580000
025900         10  HOLD-LEN        PIC S9(8) BINARY.                    02590000
026000 01  HOLD-BUFFER             PIC X(65534).                        02600000
026100* run totals for the control report and the step messages.        02610000
026200 77  RECORD-COUNT            PIC S9(8) BINARY VALUE ZERO.         02620000
026300 77  DOC-COUNT               PIC S9(8) BINARY VALUE ZERO.         02630000
026400 77  SAMPLED-COUNT           PIC S9(8) BINARY VALUE ZERO.         02640000
026500 77  SAMPLED-PAGES           PIC S9(8) BINARY VALUE ZERO.         02650000
026600 77  PROOF-REC-COUNT         PIC S9(8) BINARY VALUE ZERO.         02660000
026700 77  UNTAGGED-COUNT          PIC S9(8) BINARY VALUE ZERO.         02670000
026800 77  HELD-FAMILY-COUNT       PIC S9(8) BINARY VALUE ZERO.         02680000
026900 77  ERROR-COUNT             PIC S9(4) BINARY VALUE ZERO.         02690000
027000 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02700000
027100* report line layouts.                                            02710000
027200 01  PAGE-HEADING-1.                                              02720000
027300     05  FILLER              PIC X(35) VALUE                      02730000
027400         'ACIF PROOF SAMPLE EXTRACT FOR      '.                   02740000
027500     05  HDG-DATE            PIC X(8).                            02750000
027600     05  FILLER              PIC X(78) VALUE SPACES.              02760000
027700 01  SAMPLE-HEADING.                                              02770000
027800     05  FILLER              PIC X(12) VALUE '  REPORT    '.      02780000
027900     05  FILLER              PIC X(10) VALUE 'RUN DATE  '.        02790000
028000     05  FILLER              PIC X(11) VALUE '   DOCUMENT'.       02800000
028100     05  FILLER              PIC X(11) VALUE '      PAGES'.       02810000
028200     05  FILLER              PIC X(10) VALUE '  REASON  '.        02820000
028300     05  FILLER              PIC X(67) VALUE SPACES.              02830000
028400 01  SAMPLE-DETAIL-LINE.                                          02840000
028500     05  FILLER              PIC X(2) VALUE SPACES.               02850000
028600     05  SDL-REPT-ID         PIC X(8).                            02860000
028700     05  FILLER              PIC X(2) VALUE SPACES.               02870000
028800     05  SDL-RUN-DATE        PIC X(8).                            02880000
028900     05  FILLER              PIC X(2) VALUE SPACES.               02890000
029000     05  SDL-DOC             PIC Z,ZZZ,ZZ9.                       02900000
029100     05  FILLER              PIC X(2) VALUE SPACES.               02910000
029200     05  SDL-PAGES           PIC Z,ZZZ,ZZ9.                       02920000
029300     05  FILLER              PIC X(2) VALUE SPACES.               02930000
029400     05  SDL-REASON          PIC X(8).                            02940000
029500     05  FILLER              PIC X(69) VALUE SPACES.              02950000
029600 01  FAMILY-HEADING.                                              02960000
029700     05  FILLER              PIC X(12) VALUE '  REPORT    '.      02970000
029800     05  FILLER              PIC X(10) VALUE 'RUN DATE  '.        02980000
029900     05  FILLER              PIC X(11) VALUE '  DOCUMENTS'.       02990000
030000     05  FILLER              PIC X(6)  VALUE ' FIRST'.            03000000
030100     05  FILLER              PIC X(7)  VALUE '  EVERY'.           03010000
030200     05  FILLER              PIC X(11) VALUE '    LARGEST'.       03020000
030300     05  FILLER              PIC X(11) VALUE '      PAGES'.       03030000
030400     05  FILLER              PIC X(11) VALUE '    SAMPLED'.       03040000
030500     05  FILLER              PIC X(42) VALUE SPACES.              03050000
030600 01  FAMILY-DETAIL-LINE.                                          03060000
030700     05  FILLER              PIC X(2) VALUE SPACES.               03070000
030800     05  FDL-REPT-ID         PIC X(8).                            03080000
030900     05  FILLER              PIC X(2) VALUE SPACES.               03090000
031000     05  FDL-RUN-DATE        PIC X(8).                            03100000
031100     05  FILLER              PIC X(2) VALUE SPACES.               03110000
031200     05  FDL-DOCS            PIC Z,ZZZ,ZZ9.                       03120000
031300     05  FILLER              PIC X(3) VALUE SPACES.               03130000
031400     05  FDL-FIRST           PIC ZZ9.                             03140000
031500     05  FILLER              PIC X(2) VALUE SPACES.               03150000
031600     05  FDL-EVERY           PIC ZZZZ9.                           03160000
031700     05  FILLER              PIC X(2) VALUE SPACES.               03170000
031800     05  FDL-BIG-SEQ         PIC Z,ZZZ,ZZ9.                       03180000
031900     05  FILLER              PIC X(2) VALUE SPACES.               03190000
032000     05  FDL-BIG-PAGES       PIC Z,ZZZ,ZZ9.                       03200000
032100     05  FILLER              PIC X(2) VALUE SPACES.               03210000
032200     05  FDL-SAMPLED         PIC Z,ZZZ,ZZ9.                       03220000
032300     05  FILLER              PIC X(2) VALUE SPACES.               03230000
032400     05  FDL-HELD            PIC X(30).                           03240000
032500     05  FILLER              PIC X(12) VALUE SPACES.              03250000
032600 01  SUMMARY-LINE.                                                03260000
032700     05  FILLER              PIC X(2) VALUE SPACES.               03270000
032800     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03280000
032900     05  FILLER              PIC X VALUE SPACE.                   03290000
033000     05  SUM-TEXT            PIC X(50).                           03300000
033100     05  FILLER              PIC X(59) VALUE SPACES.              03310000
033200     SKIP1                                                        03320000
033300/ AFP STRUCTURED FIELD DEFINITIONS.                               03330000
033400     COPY STRFLDS SUPPRESS.                                       03340000
033500     SKIP1                                                        03350000
033600 TITLE 'Initialization and Main Line'.                            03360000
033700 PROCEDURE DIVISION.                                              03370000
033800     PERFORM INITIALIZE-RUN.                                      03380000
033900     PERFORM LOAD-PROOF-OPTIONS.                                  03390000
034000     PERFORM PROCESS-ONE-RECORD UNTIL AFPIN-DONE.                 03400000
034100     PERFORM START-EXTRACT-PASS.                                  03410000
034200     MOVE SAMPLE-HEADING TO PRINT-RECORD.                         03420000
034300     PERFORM WRITE-PRINT-LINE.                                    03430000
034400     PERFORM PROCESS-ONE-RECORD UNTIL AFPIN-DONE.                 03440000
034500     IF IN-DOCUMENT                                               03450000
034600      THEN                                                        03460000
034700      DISPLAY PGMNAME, ' DOCUMENT WITHOUT AN EDT AT END OF ',     03470000
034800          'INPUT - NOT CONSIDERED FOR THE SAMPLE.';               03480000
034900      ADD 1 TO ERROR-COUNT                                        03490000
035000     END-IF.                                                      03500000
035100     PERFORM PRINT-FAMILY-TOTALS.                                 03510000
035200     PERFORM PRINT-RUN-TOTALS.                                    03520000
035300     PERFORM FINISH-RUN.                                          03530000
035400     GOBACK.                                                      03540000
035500* open the converted output, the proof dataset, and the control   03550000
035600* report. a missing input or proof dataset is a hard failure.     03560000
035700 INITIALIZE-RUN.                                                  03570000
035800     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03580000
035900     OPEN INPUT AFPIN-FILE.                                       03590000
036000     IF NOT AFPIN-FILE-OK                                         03600000
036100      THEN                                                        03610000
036200      DISPLAY PGMNAME, ' OPEN OF AFPINDD FAILED, FILE STATUS=',   03620000
036300          AFPIN-FILE-STATUS;                                      03630000
036400      MOVE 8 TO RETURN-CODE;                                      03640000
036500      SET AFPIN-DONE TO TRUE                                      03650000
036600     END-IF.                                                      03660000
036700     OPEN OUTPUT PROOF-FILE.                                      03670000
036800     IF NOT PROOF-FILE-OK                                         03680000
036900      THEN                                                        03690000
037000      DISPLAY PGMNAME, ' OPEN OF PROOFDD FAILED, FILE STATUS=',   03700000
037100          PROOF-FILE-STATUS;                                      03710000
037200      MOVE 8 TO RETURN-CODE;                                      03720000
037300      SET AFPIN-DONE TO TRUE                                      03730000
037400     END-IF.                                                      03740000
037500     OPEN OUTPUT PRINT-FILE.                                      03750000
037600     IF NOT PRINT-FILE-OK                                         03760000
037700      THEN                                                        03770000
037800      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03780000
037900          PRINT-FILE-STATUS                                       03790000
038000     END-IF.                                                      03800000
038100     MOVE TODAY-DATE TO HDG-DATE.                                 03810000
038200     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         03820000
038300     PERFORM WRITE-PRINT-LINE.                                    03830000
038400     MOVE SPACES TO PRINT-RECORD.                                 03840000
038500     PERFORM WRITE-PRINT-LINE.                                    03850000
038600* load the proof options into the option table. a missing file    03860000
038700* leaves the built-in default in effect for every family.         03870000
038800 LOAD-PROOF-OPTIONS.                                              03880000
038900     OPEN INPUT OPTION-FILE.                                      03890000
039000     IF OPTION-FILE-OK                                            03900000
039100      THEN                                                        03910000
039200      PERFORM LOAD-ONE-PROOF-OPTION UNTIL OPTION-DONE;            03920000
039300      CLOSE OPTION-FILE                                           03930000
039400      ELSE                                                        03940000
039500      DISPLAY PGMNAME, ' PROOFOPT NOT AVAILABLE, FILE STATUS=',   03950000
039600          OPTION-FILE-STATUS, ' - DEFAULT SAMPLE IN EFFECT.'      03960000
039700     END-IF.                                                      03970000
039800 LOAD-ONE-PROOF-OPTION.                                           03980000
039900     READ OPTION-FILE.                                            03990000
040000     IF NOT OPTION-FILE-OK                                        04000000
040100      THEN                                                        04010000
040200      SET OPTION-DONE TO TRUE                                     04020000
040300      ELSE                                                        04030000
040400      IF OPTION-RECORD = SPACES OR                                04040000
040500         (POPT-REPT-ID (1:1) = '*' AND                            04050000
040600          POPT-REPT-ID NOT = '*DEFAULT')                          04060000
040700       THEN                                                       04070000
040800       CONTINUE                                                   04080000
040900       ELSE                                                       04090000
041000       PERFORM STORE-PROOF-OPTION                                 04100000
041100      END-IF                                                      04110000
041200     END-IF.                                                      04120000
041300* edit and file one proof option record. the required flag must   04130000
041400* be 'Y' or 'N' and the counts numeric; a record that fails is    04140000
041500* reported and the family falls back to the default.              04150000
041600 STORE-PROOF-OPTION.                                              04160000
041700     IF (POPT-REQUIRED NOT = 'Y' AND POPT-REQUIRED NOT = 'N') OR  04170000
041800        POPT-FIRST NOT NUMERIC OR POPT-EVERY NOT NUMERIC          04180000
041900      THEN                                                        04190000
042000      DISPLAY PGMNAME, ' INVALID PROOF OPTION RECORD ',           04200000
042100          'SKIPPED: ', POPT-REPT-ID;                              04210000
042200      ADD 1 TO OPT-REJECT-COUNT                                   04220000
042300      ELSE                                                        04230000
042400      MOVE POPT-REQUIRED TO CO-REQUIRED;                          04240000
042500      MOVE POPT-FIRST TO CO-FIRST;                                04250000
042600      MOVE POPT-EVERY TO CO-EVERY;                                04260000
042700      IF POPT-REPT-ID = '*DEFAULT'                                04270000
042800       THEN                                                       04280000
042900       MOVE CURRENT-OPTION TO DEFAULT-OPTION                      04290000
043000       ELSE                                                       04300000
043100       IF OPT-COUNT < OPT-MAX                                     04310000
043200        THEN                                                      04320000
043300        ADD 1 TO OPT-COUNT;                                       04330000
043400        MOVE POPT-REPT-ID TO OPT-REPT-ID (OPT-COUNT);             04340000
043500        MOVE CURRENT-OPTION TO OPT-BODY (OPT-COUNT)               04350000
043600        ELSE                                                      04360000
043700        DISPLAY PGMNAME, ' PROOF OPTION TABLE FULL, RECORD ',     04370000
043800            'SKIPPED: ', POPT-REPT-ID;                            04380000
043900        ADD 1 TO OPT-REJECT-COUNT                                 04390000
044000       END-IF                                                     04400000
044100      END-IF                                                      04410000
044200     END-IF.                                                      04420000
044300* make the proof options of the document's family current;        04430000
044400* unknown families get the default.                               04440000
044500 FIND-PROOF-OPTION.                                               04450000
044600     MOVE DEFAULT-OPTION TO CURRENT-OPTION.                       04460000
044700     SET OPT-NOT-FOUND TO TRUE.                                   04470000
044800     PERFORM SCAN-PROOF-OPTION VARYING OPT-SUB FROM 1 BY 1        04480000
044900         UNTIL OPT-SUB > OPT-COUNT OR OPT-FOUND.                  04490000
045000 SCAN-PROOF-OPTION.                                               04500000
045100     IF OPT-REPT-ID (OPT-SUB) = DOC-REPT-ID                       04510000
045200      THEN                                                        04520000
045300      SET OPT-FOUND TO TRUE;                                      04530000
045400      MOVE OPT-BODY (OPT-SUB) TO CURRENT-OPTION                   04540000
045500     END-IF.                                                      04550000
045600* the sizing pass is done: read the input again from the top to   04560000
045700* extract. each family's document count starts over so the        04570000
045800* documents are numbered the same way the second time. there is   04580000
045900* no second reading when the proof dataset could not be opened.   04590000
046000 START-EXTRACT-PASS.                                              04600000
046100     IF PROOF-FILE-OK AND                                         04610000
046200        (AFPIN-FILE-STATUS = '00' OR AFPIN-FILE-STATUS = '10')    04620000
046300      THEN                                                        04630000
046400      CLOSE AFPIN-FILE;                                           04640000
046500      SET EXTRACT-PASS TO TRUE;                                   04650000
046600      SET BETWEEN-DOCUMENTS TO TRUE;                              04660000
046700      MOVE LOW-VALUE TO AFPIN-DONE-FLAG;                          04670000
046800      MOVE ZERO TO RECORD-COUNT;                                  04680000
046900      MOVE ZERO TO DOC-COUNT;                                     04690000
047000      MOVE ZERO TO UNTAGGED-COUNT;                                04700000
047100      PERFORM CLEAR-ONE-FAMILY VARYING FAM-SUB FROM 1 BY 1        04710000
047200          UNTIL FAM-SUB > FAM-COUNT;                              04720000
047300      OPEN INPUT AFPIN-FILE;                                      04730000
047400      IF NOT AFPIN-FILE-OK                                        04740000
047500       THEN                                                       04750000
047600       DISPLAY PGMNAME, ' REOPEN OF AFPINDD FAILED, FILE ',       04760000
047700           'STATUS=', AFPIN-FILE-STATUS;                          04770000
047800       ADD 1 TO ERROR-COUNT;                                      04780000
047900       SET AFPIN-DONE TO TRUE                                     04790000
048000      END-IF                                                      04800000
048100     END-IF.                                                      04810000
048200 CLEAR-ONE-FAMILY.                                                04820000
048300     MOVE ZERO TO FAM-DOCS (FAM-SUB).                             04830000
048400     EJECT                                                        04840000
048500* read one record of the converted output and follow the document 04850000
048600* structure. a record inside a document that is not one of its    04860000
048700* tags settles whether the document is sampled; a sampled         04870000
048800* document is copied whole, and a record outside any document is  04880000
048900* shared and copied as well.                                      04890000
049000 PROCESS-ONE-RECORD.                                              04900000
049100     READ AFPIN-FILE.                                             04910000
049200     IF NOT AFPIN-FILE-OK                                         04920000
049300      THEN                                                        04930000
049400      SET AFPIN-DONE TO TRUE                                      04940000
049500      ELSE                                                        04950000
049600      ADD 1 TO RECORD-COUNT;                                      04960000
049700      PERFORM CLASSIFY-RECORD;                                    04970000
049800      IF IN-DOCUMENT AND DOC-UNDECIDED AND                        04980000
049900         WRAP-TYPE NOT = SF-TLE AND WRAP-TYPE NOT = SF-BDT        04990000
050000       THEN                                                       05000000
050100       PERFORM DECIDE-DOCUMENT                                    05010000
050200      END-IF;                                                     05020000
050300      EVALUATE TRUE                                               05030000
050400        WHEN WRAP-TYPE = SF-BDT                                   05040000
050500          PERFORM START-DOCUMENT                                  05050000
050600        WHEN WRAP-TYPE = SF-EDT AND IN-DOCUMENT                   05060000
050700          PERFORM END-DOCUMENT                                    05070000
050800        WHEN IN-DOCUMENT AND DOC-UNDECIDED                        05080000
050900          PERFORM PICK-UP-TAG;                                    05090000
051000          PERFORM HOLD-RECORD                                     05100000
051100        WHEN IN-DOCUMENT                                          05110000
051200          IF WRAP-TYPE = SF-BPG                                   05120000
051300           THEN                                                   05130000
051400           ADD 1 TO DOC-PAGES                                     05140000
051500          END-IF;                                                 05150000
051600          IF DOC-SAMPLED                                          05160000
051700           THEN                                                   05170000
051800           PERFORM WRITE-CURRENT-RECORD                           05180000
051900          END-IF                                                  05190000
052000        WHEN EXTRACT-PASS                                         05200000
052100          PERFORM WRITE-CURRENT-RECORD                            05210000
052200        WHEN OTHER                                                05220000
052300          CONTINUE                                                05230000
052400      END-EVALUATE                                                05240000
052500     END-IF.                                                      05250000
052600* establish the structured field type the record carries: the     05260000
052700* type behind the NOP wrapper when the record is one of the       05270000
052800* protecting NOPs ACIFIBDT builds, with the data applying behind  05280000
052900* the embedded nine byte introducer; otherwise the record's own   05290000
053000* type.                                                           05300000
053100 CLASSIFY-RECORD.                                                 05310000
053200     IF AFP-IS-NOP AND AFPIN-RECLEN > 15                          05320000
053300      THEN                                                        05330000
053400      MOVE AFP-DATA (4 : 3) TO WRAP-TYPE;                         05340000
053500      MOVE 9 TO WRAP-BASE                                         05350000
053600      ELSE                                                        05360000
053700      MOVE AFP-TYPE TO WRAP-TYPE;                                 05370000
053800      MOVE ZERO TO WRAP-BASE                                      05380000
053900     END-IF.                                                      05390000
054000* a document begins: nothing is known about it yet, so its BDT    05400000
054100* is held until its tags have been read.                          05410000
054200 START-DOCUMENT.                                                  05420000
054300     IF IN-DOCUMENT AND EXTRACT-PASS                              05430000
054400      THEN                                                        05440000
054500      DISPLAY PGMNAME, ' DOCUMENT WITHOUT AN EDT DROPPED AT ',    05450000
054600          'RECORD ', RECORD-COUNT;                                05460000
054700      ADD 1 TO ERROR-COUNT                                        05470000
054800     END-IF.                                                      05480000
054900     SET IN-DOCUMENT TO TRUE.                                     05490000
055000     SET DOC-UNDECIDED TO TRUE.                                   05500000
055100     SET HOLD-FITS TO TRUE.                                       05510000
055200     ADD 1 TO DOC-COUNT.                                          05520000
055300     MOVE SPACES TO DOC-REPT-ID.                                  05530000
055400     MOVE SPACES TO DOC-RUN-DATE.                                 05540000
055500     MOVE SPACES TO DOC-REASON.                                   05550000
055600     MOVE ZERO TO DOC-PAGES.                                      05560000
055700     MOVE ZERO TO HOLD-COUNT.                                     05570000
055800     MOVE ZERO TO HOLD-USED.                                      05580000
055900     PERFORM HOLD-RECORD.                                         05590000
056000* pick up the report and run date tags as they pass.              05600000
056100 PICK-UP-TAG.                                                     05610000
056200     IF WRAP-TYPE = SF-TLE AND                                    05620000
056300        AFPIN-RECLEN NOT < WRAP-BASE + 33                         05630000
056400      THEN                                                        05640000
056500      MOVE AFP-DATA (WRAP-BASE + TLE-NAME-OFFSET : 8) TO TLE-NAME;05650000
056600      IF TLE-NAME = 'REPORT  '                                    05660000
056700       THEN                                                       05670000
056800       MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO        05680000
056900           DOC-REPT-ID                                            05690000
057000      END-IF;                                                     05700000
057100      IF TLE-NAME = 'RUNDATE '                                    05710000
057200       THEN                                                       05720000
057300       MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO        05730000
057400           DOC-RUN-DATE                                           05740000
057500      END-IF                                                      05750000
057600     END-IF.                                                      05760000
057700* keep a document level record in the hold area, only while       05770000
057800* extracting. a document whose prolog will not fit cannot be      05780000
057900* sampled whole; that is reported if it is picked.                05790000
058000 HOLD-RECORD.                                                     05800000
058100     IF EXTRACT-PASS                                              05810000
058200      THEN                                                        05820000
058300      IF HOLD-COUNT < HOLD-MAX AND                                05830000
058400         HOLD-USED + AFPIN-RECLEN NOT > HOLD-BUFFER-MAX           05840000
058500       THEN                                                       05850000
058600       ADD 1 TO HOLD-COUNT;                                       05860000
058700       MOVE HOLD-USED TO HOLD-OFFSET (HOLD-COUNT);                05870000
058800       ADD 1 TO HOLD-OFFSET (HOLD-COUNT);                         05880000
058900       MOVE AFPIN-RECLEN TO HOLD-LEN (HOLD-COUNT);                05890000
059000       MOVE AFP-RECORD (1 : AFPIN-RECLEN) TO                      05900000
059100           HOLD-BUFFER (HOLD-OFFSET (HOLD-COUNT) : AFPIN-RECLEN); 05910000
059200       ADD AFPIN-RECLEN TO HOLD-USED                              05920000
059300       ELSE                                                       05930000
059400       SET HOLD-OVERFLOW TO TRUE                                  05940000
059500      END-IF                                                      05950000
059600     END-IF.                                                      05960000
059700* the document's tags have been read: number it within its        05970000
059800* family. while extracting, it is sampled when it is one of the   05980000
059900* family's first documents, falls on the interval, or is the      05990000
060000* largest document the sizing pass found; a sampled document      06000000
060100* releases its held records.                                      06010000
060200 DECIDE-DOCUMENT.                                                 06020000
060300     IF DOC-REPT-ID = SPACES                                      06030000
060400      THEN                                                        06040000
060500      ADD 1 TO UNTAGGED-COUNT                                     06050000
060600     END-IF.                                                      06060000
060700     PERFORM FIND-FAMILY.                                         06070000
060800     SET DOC-PASSED-OVER TO TRUE.                                 06080000
060900     IF FAM-HIT > 0                                               06090000
061000      THEN                                                        06100000
061100      ADD 1 TO FAM-DOCS (FAM-HIT);                                06110000
061200      MOVE FAM-DOCS (FAM-HIT) TO DOC-FAM-SEQ;                     06120000
061300      IF EXTRACT-PASS                                             06130000
061400       THEN                                                       06140000
061500       PERFORM PICK-SAMPLE                                        06150000
061600      END-IF                                                      06160000
061700     END-IF.                                                      06170000
061800     IF DOC-SAMPLED AND HOLD-OVERFLOW                             06180000
061900      THEN                                                        06190000
062000      DISPLAY PGMNAME, ' DOCUMENT PROLOG TOO LARGE TO HOLD, ',    06200000
062100          'NOT SAMPLED: ', DOC-REPT-ID, ' DOCUMENT ', DOC-COUNT;  06210000
062200      ADD 1 TO ERROR-COUNT;                                       06220000
062300      SET DOC-PASSED-OVER TO TRUE                                 06230000
062400     END-IF.                                                      06240000
062500     IF DOC-SAMPLED                                               06250000
062600      THEN                                                        06260000
062700      PERFORM RELEASE-HELD-RECORD VARYING HOLD-SUB FROM 1 BY 1    06270000
062800          UNTIL HOLD-SUB > HOLD-COUNT                             06280000
062900     END-IF.                                                      06290000
063000     MOVE ZERO TO HOLD-COUNT.                                     06300000
063100     MOVE ZERO TO HOLD-USED.                                      06310000
063200 PICK-SAMPLE.                                                     06320000
063300     IF DOC-FAM-SEQ NOT > FAM-FIRST (FAM-HIT)                     06330000
063400      THEN                                                        06340000
063500      SET DOC-SAMPLED TO TRUE;                                    06350000
063600      MOVE 'FIRST' TO DOC-REASON                                  06360000
063700     END-IF.                                                      06370000
063800     IF DOC-PASSED-OVER AND FAM-EVERY (FAM-HIT) > ZERO            06380000
063900      THEN                                                        06390000
064000      DIVIDE DOC-FAM-SEQ BY FAM-EVERY (FAM-HIT)                   06400000
064100          GIVING INTERVAL-QUOTIENT                                06410000
064200          REMAINDER INTERVAL-REMAINDER;                           06420000
064300      IF INTERVAL-REMAINDER = ZERO                                06430000
064400       THEN                                                       06440000
064500       SET DOC-SAMPLED TO TRUE;                                   06450000
064600       MOVE 'INTERVAL' TO DOC-REASON                              06460000
064700      END-IF                                                      06470000
064800     END-IF.                                                      06480000
064900     IF DOC-FAM-SEQ = FAM-BIG-SEQ (FAM-HIT)                       06490000
065000      THEN                                                        06500000
065100      SET DOC-SAMPLED TO TRUE;                                    06510000
065200      IF DOC-REASON = SPACES                                      06520000
065300       THEN                                                       06530000
065400       MOVE 'LARGEST' TO DOC-REASON                               06540000
065500      END-IF                                                      06550000
065600     END-IF.                                                      06560000
065700 RELEASE-HELD-RECORD.                                             06570000
065800     MOVE HOLD-LEN (HOLD-SUB) TO PROOF-RECLEN.                    06580000
065900     MOVE HOLD-BUFFER (HOLD-OFFSET (HOLD-SUB) : PROOF-RECLEN)     06590000
066000         TO PROOF-RECORD (1 : PROOF-RECLEN).                      06600000
066100     PERFORM WRITE-PROOF-RECORD.                                  06610000
066200* find the document's family in the family table, adding it with  06620000
066300* its proof options the first time it is met.                     06630000
066400 FIND-FAMILY.                                                     06640000
066500     MOVE ZERO TO FAM-HIT.                                        06650000
066600     PERFORM SCAN-FAMILY VARYING FAM-SUB FROM 1 BY 1              06660000
066700         UNTIL FAM-SUB > FAM-COUNT OR FAM-HIT > 0.                06670000
066800     IF FAM-HIT = ZERO                                            06680000
066900      THEN                                                        06690000
067000      IF FAM-COUNT < FAM-MAX                                      06700000
067100       THEN                                                       06710000
067200       PERFORM FIND-PROOF-OPTION;                                 06720000
067300       ADD 1 TO FAM-COUNT;                                        06730000
067400       MOVE FAM-COUNT TO FAM-HIT;                                 06740000
067500       MOVE DOC-REPT-ID TO FAM-REPT-ID (FAM-HIT);                 06750000
067600       MOVE DOC-RUN-DATE TO FAM-RUN-DATE (FAM-HIT);               06760000
067700       MOVE CURRENT-OPTION TO FAM-OPTION (FAM-HIT);               06770000
067800       MOVE ZERO TO FAM-DOCS (FAM-HIT), FAM-BIG-SEQ (FAM-HIT),    06780000
067900           FAM-BIG-PAGES (FAM-HIT), FAM-SAMPLED (FAM-HIT),        06790000
068000           FAM-SAMPLE-PAGES (FAM-HIT)                             06800000
068100       ELSE                                                       06810000
068200       DISPLAY PGMNAME, ' FAMILY TABLE FULL, REPORT NOT ',        06820000
068300           'SAMPLED: ', DOC-REPT-ID;                              06830000
068400       ADD 1 TO ERROR-COUNT                                       06840000
068500      END-IF                                                      06850000
068600     END-IF.                                                      06860000
068700 SCAN-FAMILY.                                                     06870000
068800     IF FAM-REPT-ID (FAM-SUB) = DOC-REPT-ID                       06880000
068900      THEN                                                        06890000
069000      MOVE FAM-SUB TO FAM-HIT                                     06900000
069100     END-IF.                                                      06910000
069200* a document ends. the sizing pass keeps the family's largest     06920000
069300* document - the first of several the same size; the extract      06930000
069400* pass closes a sampled document with its EDT and lists it.       06940000
069500 END-DOCUMENT.                                                    06950000
069600     IF DOC-UNDECIDED                                             06960000
069700      THEN                                                        06970000
069800      PERFORM DECIDE-DOCUMENT                                     06980000
069900     END-IF.                                                      06990000
070000     IF SIZING-PASS AND FAM-HIT > 0                               07000000
070100      THEN                                                        07010000
070200      IF DOC-PAGES > FAM-BIG-PAGES (FAM-HIT) OR                   07020000
070300         FAM-BIG-SEQ (FAM-HIT) = ZERO                             07030000
070400       THEN                                                       07040000
070500       MOVE DOC-FAM-SEQ TO FAM-BIG-SEQ (FAM-HIT);                 07050000
070600       MOVE DOC-PAGES TO FAM-BIG-PAGES (FAM-HIT)                  07060000
070700      END-IF                                                      07070000
070800     END-IF.                                                      07080000
070900     IF DOC-SAMPLED                                               07090000
071000      THEN                                                        07100000
071100      PERFORM WRITE-CURRENT-RECORD;                               07110000
071200      ADD 1 TO SAMPLED-COUNT;                                     07120000
071300      ADD DOC-PAGES TO SAMPLED-PAGES;                             07130000
071400      ADD 1 TO FAM-SAMPLED (FAM-HIT);                             07140000
071500      ADD DOC-PAGES TO FAM-SAMPLE-PAGES (FAM-HIT);                07150000
071600      MOVE DOC-REPT-ID TO SDL-REPT-ID;                            07160000
071700      MOVE DOC-RUN-DATE TO SDL-RUN-DATE;                          07170000
071800      MOVE DOC-FAM-SEQ TO SDL-DOC;                                07180000
071900      MOVE DOC-PAGES TO SDL-PAGES;                                07190000
072000      MOVE DOC-REASON TO SDL-REASON;                              07200000
072100      MOVE SAMPLE-DETAIL-LINE TO PRINT-RECORD;                    07210000
072200      PERFORM WRITE-PRINT-LINE                                    07220000
072300     END-IF.                                                      07230000
072400     SET BETWEEN-DOCUMENTS TO TRUE.                               07240000
072500 WRITE-CURRENT-RECORD.                                            07250000
072600     MOVE AFPIN-RECLEN TO PROOF-RECLEN.                           07260000
072700     MOVE AFP-RECORD (1 : AFPIN-RECLEN) TO                        07270000
072800         PROOF-RECORD (1 : PROOF-RECLEN).                         07280000
072900     PERFORM WRITE-PROOF-RECORD.                                  07290000
073000 WRITE-PROOF-RECORD.                                              07300000
073100     WRITE PROOF-RECORD.                                          07310000
073200     IF PROOF-FILE-OK                                             07320000
073300      THEN                                                        07330000
073400      ADD 1 TO PROOF-REC-COUNT                                    07340000
073500      ELSE                                                        07350000
073600      DISPLAY PGMNAME, ' WRITE TO PROOFDD FAILED, FILE ',         07360000
073700          'STATUS=', PROOF-FILE-STATUS;                           07370000
073800      ADD 1 TO ERROR-COUNT;                                       07380000
073900      SET AFPIN-DONE TO TRUE                                      07390000
074000     END-IF.                                                      07400000
074100     EJECT                                                        07410000
074200* print each family's documents, sample, and largest document,    07420000
074300* and mark the families held from the printers until signed off.  07430000
074400 PRINT-FAMILY-TOTALS.                                             07440000
074500     MOVE SPACES TO PRINT-RECORD.                                 07450000
074600     PERFORM WRITE-PRINT-LINE.                                    07460000
074700     MOVE FAMILY-HEADING TO PRINT-RECORD.                         07470000
074800     PERFORM WRITE-PRINT-LINE.                                    07480000
074900     PERFORM PRINT-ONE-FAMILY VARYING FAM-SUB FROM 1 BY 1         07490000
075000         UNTIL FAM-SUB > FAM-COUNT.                               07500000
075100 PRINT-ONE-FAMILY.                                                07510000
075200     MOVE FAM-REPT-ID (FAM-SUB) TO FDL-REPT-ID.                   07520000
075300     MOVE FAM-RUN-DATE (FAM-SUB) TO FDL-RUN-DATE.                 07530000
075400     MOVE FAM-DOCS (FAM-SUB) TO FDL-DOCS.                         07540000
075500     MOVE FAM-FIRST (FAM-SUB) TO FDL-FIRST.                       07550000
075600     MOVE FAM-EVERY (FAM-SUB) TO FDL-EVERY.                       07560000
075700     MOVE FAM-BIG-SEQ (FAM-SUB) TO FDL-BIG-SEQ.                   07570000
075800     MOVE FAM-BIG-PAGES (FAM-SUB) TO FDL-BIG-PAGES.               07580000
075900     MOVE FAM-SAMPLED (FAM-SUB) TO FDL-SAMPLED.                   07590000
076000     IF FAM-PROOF-REQUIRED (FAM-SUB)                              07600000
076100      THEN                                                        07610000
076200      MOVE 'HELD UNTIL SIGNED OFF' TO FDL-HELD;                   07620000
076300      ADD 1 TO HELD-FAMILY-COUNT                                  07630000
076400      ELSE                                                        07640000
076500      MOVE SPACES TO FDL-HELD                                     07650000
076600     END-IF.                                                      07660000
076700     MOVE FAMILY-DETAIL-LINE TO PRINT-RECORD.                     07670000
076800     PERFORM WRITE-PRINT-LINE.                                    07680000
076900 PRINT-RUN-TOTALS.                                                07690000
077000     MOVE SPACES TO PRINT-RECORD.                                 07700000
077100     PERFORM WRITE-PRINT-LINE.                                    07710000
077200     MOVE DOC-COUNT TO SUM-COUNT.                                 07720000
077300     MOVE 'DOCUMENTS READ FROM AFPINDD' TO SUM-TEXT.              07730000
077400     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07740000
077500     PERFORM WRITE-PRINT-LINE.                                    07750000
077600     MOVE SAMPLED-COUNT TO SUM-COUNT.                             07760000
077700     MOVE 'DOCUMENTS SAMPLED TO PROOFDD' TO SUM-TEXT.             07770000
077800     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07780000
077900     PERFORM WRITE-PRINT-LINE.                                    07790000
078000     MOVE SAMPLED-PAGES TO SUM-COUNT.                             07800000
078100     MOVE 'PAGES IN THE SAMPLE' TO SUM-TEXT.                      07810000
078200     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07820000
078300     PERFORM WRITE-PRINT-LINE.                                    07830000
078400     MOVE PROOF-REC-COUNT TO SUM-COUNT.                           07840000
078500     MOVE 'RECORDS WRITTEN TO PROOFDD' TO SUM-TEXT.               07850000
078600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07860000
078700     PERFORM WRITE-PRINT-LINE.                                    07870000
078800     MOVE HELD-FAMILY-COUNT TO SUM-COUNT.                         07880000
078900     MOVE 'FAMILIES HELD UNTIL SIGNED OFF' TO SUM-TEXT.           07890000
079000     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07900000
079100     PERFORM WRITE-PRINT-LINE.                                    07910000
079200     IF UNTAGGED-COUNT > 0                                        07920000
079300      THEN                                                        07930000
079400      MOVE UNTAGGED-COUNT TO SUM-COUNT;                           07940000
079500      MOVE 'DOCUMENTS WITHOUT A REPORT TAG' TO SUM-TEXT;          07950000
079600      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07960000
079700      PERFORM WRITE-PRINT-LINE                                    07970000
079800     END-IF.                                                      07980000
079900     IF OPT-REJECT-COUNT > 0                                      07990000
080000      THEN                                                        08000000
080100      MOVE OPT-REJECT-COUNT TO SUM-COUNT;                         08010000
080200      MOVE 'PROOF OPTION RECORDS REJECTED' TO SUM-TEXT;           08020000
080300      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08030000
080400      PERFORM WRITE-PRINT-LINE                                    08040000
080500     END-IF.                                                      08050000
080600 WRITE-PRINT-LINE.                                                08060000
080700     IF PRINT-FILE-OK                                             08070000
080800      THEN                                                        08080000
080900      WRITE PRINT-RECORD;                                         08090000
081000      IF NOT PRINT-FILE-OK                                        08100000
081100       THEN                                                       08110000
081200       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       08120000
081300           'STATUS=', PRINT-FILE-STATUS                           08130000
081400      END-IF                                                      08140000
081500     END-IF.                                                      08150000
081600* close what is open and set the step's return code: 8 when the   08160000
081700* structure was broken or the proof could not be written, 4 when  08170000
081800* a proof option was rejected.                                    08180000
081900 FINISH-RUN.                                                      08190000
082000     IF AFPIN-FILE-STATUS = '00' OR AFPIN-FILE-STATUS = '10'      08200000
082100      THEN                                                        08210000
082200      CLOSE AFPIN-FILE                                            08220000
082300     END-IF.                                                      08230000
082400     IF PROOF-FILE-OK                                             08240000
082500      THEN                                                        08250000
082600      CLOSE PROOF-FILE                                            08260000
082700     END-IF.                                                      08270000
082800     IF PRINT-FILE-OK                                             08280000
082900      THEN                                                        08290000
083000      CLOSE PRINT-FILE                                            08300000
083100     END-IF.                                                      08310000
083200     MOVE SAMPLED-COUNT TO COUNT-DISP.                            08320000
083300     DISPLAY PGMNAME, ' ', COUNT-DISP, ' DOCUMENTS IN THE PROOF ',08330000
083400         'SAMPLE.'.                                               08340000
083500     MOVE HELD-FAMILY-COUNT TO COUNT-DISP.                        08350000
083600     DISPLAY PGMNAME, ' ', COUNT-DISP, ' FAMILIES AWAIT ',        08360000
083700         'SIGN-OFF.'.                                             08370000
083800     IF ERROR-COUNT > 0                                           08380000
083900      THEN                                                        08390000
084000      MOVE ERROR-COUNT TO COUNT-DISP;                             08400000
084100      DISPLAY PGMNAME, ' ', COUNT-DISP, ' ERRORS - SEE THE ',     08410000
084200          'MESSAGES ABOVE.';                                      08420000
084300      MOVE 8 TO RETURN-CODE                                       08430000
084400     END-IF.                                                      08440000
084500     IF OPT-REJECT-COUNT > 0 AND RETURN-CODE = ZERO               08450000
084600      THEN                                                        08460000
084700      MOVE 4 TO RETURN-CODE                                       08470000
084800     END-IF.                                                      08480000
084900 END PROGRAM ACIFPRUF.                                            08490000
