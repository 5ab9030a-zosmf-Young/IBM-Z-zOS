000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 03  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFMNFT.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Inserter mail-piece manifest from the converted    00070000
000800               ACIF output.                                       00080000
000900*                                                                 00090000
001000               The mail room's inserters are loaded from a        00100000
001100               manifest of the print run: one record per mail     00110000
001200               piece, in print order. The index exit (ACIFXIDX)   00120000
001300               tags every document with REPORT and RUNDATE TLEs   00130000
001400               and every page group with an ACCOUNT TLE, and the  00140000
001500               documents and page groups are still bounded by     00150000
001600               the NOP-wrapped BDT/EDT and BNG/ENG fields the     00160000
001700               input exit (ACIFIBDT) built, so the pieces can be  00170000
001800               counted straight off the converted output          00180000
001900               (AFPINDD).                                         00190000
002000*                                                                 00200000
002100               Each page group is one mail piece; a document      00210000
002200               with no page groups is a single piece. The         00220000
002300               manifest record (MANFSTDD) carries the piece       00230000
002400               sequence number, report id, run date, account,     00240000
002500               page count, sheet count, plex, envelope size, and  00250000
002600               postage weight class.                              00260000
002700*                                                                 00270000
002800               The mail profile (MAILPROF) carries one record per 00280000
002900               report family: simplex or duplex, and up to four   00290000
003000               page-count thresholds each for the envelope size   00300000
003100               and the postage weight class. A piece takes the    00310000
003200               first band whose maximum page count it does not    00320000
003300               exceed; a piece over every band is flagged '****'  00330000
003400               for hand insertion. The record keyed '*DEFAULT'    00340000
003500               replaces the built-in default for families with    00350000
003600               no record of their own.                            00360000
003700*                                                                 00370000
003800               The control report (REPORTDD) gives the pieces,    00380000
003900               pages, and sheets by report family, by envelope    00390000
004000               size, and by postage class, with the run totals    00400000
004100               the mail room checks against the inserters'        00410000
004200               counts at the end of the shift.                    00420000
004300*                                                                 00430000
004400 DATE-WRITTEN. 15 Oct 2026.                                       00440000
004500 DATE-COMPILED.                                                   00450000
004600 SECURITY. IBM SAMPLE CODE ONLY.                                  00460000
004700*/**************************************************************/ 00470000
004800*/* Licensed under the Apache License, Version 2.0 (the        */ 00480000
004900*/* "License"); you may not use this file except in compliance */ 00490000
005000*/* with the License. You may obtain a copy of the License at  */ 00500000
005100*/*                                                            */ 00510000
005200*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00520000
005300*/*                                                            */ 00530000
005400*/* Unless required by applicable law or agreed to in writing, */ 00540000
005500*/* software distributed under the License is distributed on an*/ 00550000
005600*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00560000
005700*/* KIND, either express or implied.  See the License for the  */ 00570000
005800*/* specific language governing permissions and limitations    */ 00580000
005900*/* under the License.                                         */ 00590000
006000*/*------------------------------------------------------------*/ 00600000
006100*/*                                                            */ 00610000
006200*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00620000
006300*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00630000
006400*/*                                                            */ 00640000
006500*/*   Permission to use, copy, modify, and distribute          */ 00650000
006600*/*   this software for any purpose with or without fee        */ 00660000
006700*/*   is hereby granted, provided that the above               */ 00670000
006800*/*   copyright notices appear in all copies.                  */ 00680000
006900*/*                                                            */ 00690000
007000*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00700000
007100*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00710000
007200*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00720000
007300*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00730000
007400*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00740000
007500*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00750000
007600*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00760000
007700*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00770000
007800*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00780000
007900*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00790000
008000*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00800000
008100*/**************************************************************/ 00810000
008200 TITLE 'ACIF Inserter Manifest'.                                  00820000
008300 ENVIRONMENT DIVISION.                                            00830000
008400 CONFIGURATION SECTION.                                           00840000
008500 SOURCE-COMPUTER. IBM-370.                                        00850000
008600 OBJECT-COMPUTER. IBM-370.                                        00860000
008700 INPUT-OUTPUT SECTION.                                            00870000
008800 FILE-CONTROL.                                                    00880000
008900     SELECT AFPIN-FILE ASSIGN TO AFPINDD                          00890000
009000         ORGANIZATION IS SEQUENTIAL                               00900000
009100         FILE STATUS IS AFPIN-FILE-STATUS.                        00910000
009200     SELECT MAILPROF-FILE ASSIGN TO MAILPROF                      00920000
009300         ORGANIZATION IS SEQUENTIAL                               00930000
009400         FILE STATUS IS MAILPROF-FILE-STATUS.                     00940000
009500     SELECT MANIFEST-FILE ASSIGN TO MANFSTDD                      00950000
009600         ORGANIZATION IS SEQUENTIAL                               00960000
009700         FILE STATUS IS MANIFEST-FILE-STATUS.                     00970000
009800     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00980000
009900         ORGANIZATION IS SEQUENTIAL                               00990000
010000         FILE STATUS IS PRINT-FILE-STATUS.                        01000000
010100     EJECT                                                        01010000
010200 DATA DIVISION.                                                   01020000
010300 FILE SECTION.                                                    01030000
010400* THE CONVERTED ACIF OUTPUT AS THE EXITS LEFT IT: THE DOCUMENT AND01040000
010500* PAGE GROUP BOUNDARIES ARE WRAPPED IN THE PROTECTING NOPS        01050000
010600* ACIFIBDT BUILT, AND THE INDEX TAGS ACIFXIDX INSERTED FOLLOW THE 01060000
010700* BDT AND EACH BNG.                                               01070000
010800 FD  AFPIN-FILE                                                   01080000
010900     RECORD IS VARYING IN SIZE FROM 9 TO 32767                    01090000
011000         DEPENDING ON AFPIN-RECLEN                                01100000
011100     LABEL RECORDS ARE STANDARD.                                  01110000
011200 01  AFP-RECORD.                                                  01120000
011300     05  AFP-INTRODUCER.                                          01130000
011400       10  AFP-CC            PIC X.                               01140000
011500       10  AFP-LEN-CHR       PIC XX.                              01150000
011600       10  AFP-TYPE          PIC XXX.                             01160000
011700           88  AFP-IS-NOP    VALUE X'D3EEEE'.                     01170000
011800       10  AFP-FLAG          PIC X.                               01180000
011900       10  AFP-SEQ-CHR       PIC XX.                              01190000
012000     05  AFP-DATA            PIC X(32758).                        01200000
012100* THE MAIL PROFILE, ONE RECORD PER REPORT FAMILY: 'S'IMPLEX OR    01210000
012200* 'D'UPLEX, THEN FOUR ENVELOPE BANDS (MAXIMUM PAGES AND ENVELOPE  01220000
012300* SIZE) AND FOUR POSTAGE BANDS (MAXIMUM PAGES AND WEIGHT CLASS),  01230000
012400* SMALLEST FIRST. AN UNUSED BAND HAS A ZERO MAXIMUM. THE RECORD   01240000
012500* KEYED '*DEFAULT' REPLACES THE BUILT-IN DEFAULT; RECORDS         01250000
012600* BEGINNING WITH '*' ARE OTHERWISE COMMENTS.                      01260000
012700 FD  MAILPROF-FILE                                                01270000
012800     LABEL RECORDS ARE STANDARD.                                  01280000
012900 01  MAILPROF-RECORD.                                             01290000
013000     05  MPRF-REPT-ID        PIC X(8).                            01300000
013100     05  FILLER              PIC X.                               01310000
013200     05  MPRF-PLEX           PIC X.                               01320000
013300     05  FILLER              PIC X.                               01330000
013400     05  MPRF-ENV-BAND       OCCURS 4 TIMES.                      01340000
013500         10  MPRF-ENV-MAX    PIC 9(4).                            01350000
013600         10  MPRF-ENV-SIZE   PIC X(4).                            01360000
013700     05  FILLER              PIC X.                               01370000
013800     05  MPRF-WGT-BAND       OCCURS 4 TIMES.                      01380000
013900         10  MPRF-WGT-MAX    PIC 9(4).                            01390000
014000         10  MPRF-WGT-CLASS  PIC X(2).                            01400000
014100     05  FILLER              PIC X(12).                           01410000
014200* THE INSERTER MANIFEST: ONE RECORD PER MAIL PIECE IN PRINT       01420000
014300* ORDER.                                                          01430000
014400 FD  MANIFEST-FILE                                                01440000
014500     LABEL RECORDS ARE STANDARD.                                  01450000
014600 01  MANIFEST-RECORD.                                             01460000
014700     05  MAN-SEQ             PIC 9(8).                            01470000
014800     05  FILLER              PIC X.                               01480000
014900     05  MAN-REPT-ID         PIC X(8).                            01490000
015000     05  FILLER              PIC X.                               01500000
015100     05  MAN-RUN-DATE        PIC X(8).                            01510000
015200     05  FILLER              PIC X.                               01520000
015300     05  MAN-ACCOUNT         PIC X(20).                           01530000
015400     05  FILLER              PIC X.                               01540000
015500     05  MAN-PAGES           PIC 9(5).                            01550000
015600     05  FILLER              PIC X.                               01560000
015700     05  MAN-SHEETS          PIC 9(5).                            01570000
015800     05  FILLER              PIC X.                               01580000
015900     05  MAN-PLEX            PIC X.                               01590000
016000     05  FILLER              PIC X.                               01600000
016100     05  MAN-ENVELOPE        PIC X(4).                            01610000
016200     05  FILLER              PIC X.                               01620000
016300     05  MAN-WGT-CLASS       PIC X(2).                            01630000
016400     05  FILLER              PIC X(11).                           01640000
016500 FD  PRINT-FILE                                                   01650000
016600     LABEL RECORDS ARE STANDARD.                                  01660000
016700 01  PRINT-RECORD            PIC X(121).                          01670000
016800 WORKING-STORAGE SECTION.                                         01680000
016900 77  PGMNAME                 PIC X(8) VALUE 'ACIFMNFT'.           01690000
017000 77  AFPIN-FILE-STATUS       PIC XX VALUE '00'.                   01700000
017100     88  AFPIN-FILE-OK       VALUE '00'.                          01710000
017200 77  MAILPROF-FILE-STATUS    PIC XX VALUE '00'.                   01720000
017300     88  MAILPROF-FILE-OK    VALUE '00'.                          01730000
017400 77  MANIFEST-FILE-STATUS    PIC XX VALUE '00'.                   01740000
017500     88  MANIFEST-FILE-OK    VALUE '00'.                          01750000
017600 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01760000
017700     88  PRINT-FILE-OK       VALUE '00'.                          01770000
017800 77  AFPIN-RECLEN            PIC 9(8) BINARY VALUE ZERO.          01780000
017900 77  AFPIN-DONE-FLAG         PIC X VALUE LOW-VALUE.               01790000
018000     88  AFPIN-DONE          VALUE HIGH-VALUE.                    01800000
018100 77  MAILPROF-DONE-FLAG      PIC X VALUE LOW-VALUE.               01810000
018200     88  MAILPROF-DONE       VALUE HIGH-VALUE.                    01820000
018300 77  TODAY-DATE              PIC X(8).                            01830000
018400* the record in the buffer: the structured field type behind the  01840000
018500* NOP wrapper (or the record's own type when it is not wrapped)   01850000
018600* and the introducer offset its data applies behind.              01860000
018700 77  WRAP-TYPE               PIC X(3) VALUE LOW-VALUE.            01870000
018800 77  WRAP-BASE               PIC 9(4) BINARY VALUE ZERO.          01880000
018900* the index tags ACIFXIDX inserts: a fully qualified name         01890000
019000* triplet naming the attribute at data offset 5, and the value    01900000
019100* behind the attribute value triplet header at data offset 17.    01910000
019200 77  TLE-NAME-OFFSET         PIC 9(4) BINARY VALUE 5.             01920000
019300 77  TLE-VALUE-OFFSET        PIC 9(4) BINARY VALUE 17.            01930000
019400 77  TLE-NAME                PIC X(8) VALUE SPACES.               01940000
019500* the mail profile table, loaded from MAILPROF. DEFAULT-MAIL is   01950000
019600* used for report ids with no record: simplex, a #10 envelope to  01960000
019700* six pages, 6x9 to twenty, 9x12 to eighty, and four weight       01970000
019800* classes; a '*DEFAULT' record replaces it.                       01980000
019900 77  MAIL-MAX                PIC S9(4) BINARY VALUE 200.          01990000
020000 77  MAIL-SUB                PIC S9(4) BINARY VALUE ZERO.         02000000
020100 77  BAND-SUB                PIC S9(4) BINARY VALUE ZERO.         02010000
020200 77  MAIL-FOUND-FLAG         PIC X VALUE LOW-VALUE.               02020000
020300     88  MAIL-FOUND          VALUE HIGH-VALUE.                    02030000
020400     88  MAIL-NOT-FOUND      VALUE LOW-VALUE.                     02040000
020500 77  MAIL-REJECT-COUNT       PIC S9(4) BINARY VALUE ZERO.         02050000
020600 01  MAIL-TABLE-AREA.                                             02060000
020700     05  MAIL-COUNT          PIC S9(4) BINARY VALUE ZERO.         02070000
020800     05  MAIL-ENTRY          OCCURS 200 TIMES.                    02080000
020900         10  MAIL-REPT-ID    PIC X(8).                            02090000
021000         10  MAIL-BODY       PIC X(57).                           02100000
021100 01  DEFAULT-MAIL.                                                02110000
021200     05  FILLER              PIC X VALUE 'S'.                     02120000
021300     05  FILLER              PIC X(32) VALUE                      02130000
021400         '0006#10 00206X9 00809X120000    '.                      02140000
021500     05  FILLER              PIC X(24) VALUE                      02150000
021600         '000401001002002003008004'.                              02160000
021700* the mail profile of the piece being written.                    02170000
021800 01  CURRENT-MAIL.                                                02180000
021900     05  CM-PLEX             PIC X.                               02190000
022000         88  CM-DUPLEX       VALUE 'D'.                           02200000
022100     05  CM-ENV-BAND         OCCURS 4 TIMES.                      02210000
022200         10  CM-ENV-MAX      PIC 9(4).                            02220000
022300         10  CM-ENV-SIZE     PIC X(4).                            02230000
022400     05  CM-WGT-BAND         OCCURS 4 TIMES.                      02240000
022500         10  CM-WGT-MAX      PIC 9(4).                            02250000
022600         10  CM-WGT-CLASS    PIC X(2).                            02260000
022700 77  CM-REPT-ID              PIC X(8) VALUE LOW-VALUES.           02270000
022800* the document and the mail piece in progress.                    02280000
022900 77  IN-DOCUMENT-FLAG        PIC X VALUE LOW-VALUE.               02290000
023000     88  IN-DOCUMENT         VALUE HIGH-VALUE.                    02300000
023100     88  BETWEEN-DOCUMENTS   VALUE LOW-VALUE.                     02310000
023200 77  IN-PGRP-FLAG            PIC X VALUE LOW-VALUE.               02320000
023300     88  IN-PAGE-GROUP       VALUE HIGH-VALUE.                    02330000
023400     88  NOT-IN-PAGE-GROUP   VALUE LOW-VALUE.                     02340000
023500 77  DOC-REPT-ID             PIC X(8) VALUE SPACES.               02350000
023600 77  DOC-RUN-DATE            PIC X(8) VALUE SPACES.               02360000
023700 77  DOC-PGRP-COUNT          PIC S9(8) BINARY VALUE ZERO.         02370000
023800 77  DOC-LOOSE-PAGES         PIC S9(8) BINARY VALUE ZERO.         02380000
023900 77  PIECE-ACCOUNT           PIC X(20) VALUE SPACES.              02390000
024000 77  PIECE-PAGES             PIC S9(8) BINARY VALUE ZERO.         02400000
024100 77  PIECE-SHEETS            PIC S9(8) BINARY VALUE ZERO.         02410000
024200 77  PIECE-ENVELOPE          PIC X(4) VALUE SPACES.               02420000
024300 77  PIECE-WGT-CLASS         PIC X(2) VALUE SPACES.               02430000
024400* counts by report family, by envelope size, and by postage       02440000
024500* class for the control report.                                   02450000
024600 77  FAM-MAX                 PIC S9(4) BINARY VALUE 200.          02460000
024700 77  FAM-SUB                 PIC S9(4) BINARY VALUE ZERO.         02470000
024800 77  FAM-HIT                 PIC S9(4) BINARY VALUE ZERO.         02480000
024900 01  FAMILY-TOTALS-AREA.                                          02490000
025000     05  FAM-COUNT           PIC S9(4) BINARY VALUE ZERO.         02500000
025100     05  FAM-ENTRY           OCCURS 200 TIMES.                    02510000
025200         10  FAM-REPT-ID     PIC X(8).                            02520000
025300         10  FAM-PLEX        PIC X.                               02530000
025400         10  FAM-PIECES      PIC S9(8) BINARY.                    02540000
025500         10  FAM-PAGES       PIC S9(8) BINARY.                    02550000
025600         10  FAM-SHEETS      PIC S9(8) BINARY.                    02560000
025700 77  ENV-MAX                 PIC S9(4) BINARY VALUE 20.           02570000
025800 77  ENV-SUB                 PIC S9(4) BINARY VALUE ZERO.         02580000
025900 77  ENV-HIT                 PIC S9(4) BINARY VALUE ZERO.         02590000
026000 01  ENVELOPE-TOTALS-AREA.                                        02600000
026100     05  ENV-COUNT           PIC S9(4) BINARY VALUE ZERO.         02610000
026200     05  ENV-ENTRY           OCCURS 20 TIMES.                     02620000
026300         10  ENV-SIZE        PIC X(4).                            02630000
026400         10  ENV-PIECES      PIC S9(8) BINARY.                    02640000
026500         10  ENV-SHEETS      PIC S9(8) BINARY.                    02650000
026600 77  WGT-MAX                 PIC S9(4) BINARY VALUE 20.           02660000
026700 77  WGT-SUB                 PIC S9(4) BINARY VALUE ZERO.         02670000
026800 77  WGT-HIT                 PIC S9(4) BINARY VALUE ZERO.         02680000
026900 01  CLASS-TOTALS-AREA.                                           02690000
027000     05  WGT-COUNT           PIC S9(4) BINARY VALUE ZERO.         02700000
027100     05  WGT-ENTRY           OCCURS 20 TIMES.                     02710000
027200         10  WGT-CLASS       PIC X(2).                            02720000
027300         10  WGT-PIECES      PIC S9(8) BINARY.                    02730000
027400         10  WGT-SHEETS      PIC S9(8) BINARY.                    02740000
027500* run totals for the control report and the step messages.        02750000
027600 77  RECORD-COUNT            PIC S9(8) BINARY VALUE ZERO.         02760000
027700 77  DOC-COUNT               PIC S9(8) BINARY VALUE ZERO.         02770000
027800 77  PIECE-SEQ               PIC S9(8) BINARY VALUE ZERO.         02780000
027900 77  TOTAL-PAGES             PIC S9(8) BINARY VALUE ZERO.         02790000
028000 77  TOTAL-SHEETS            PIC S9(8) BINARY VALUE ZERO.         02800000
028100 77  UNTAGGED-COUNT          PIC S9(8) BINARY VALUE ZERO.         02810000
028200 77  HAND-INSERT-COUNT       PIC S9(8) BINARY VALUE ZERO.         02820000
028300 77  LOOSE-PAGE-COUNT        PIC S9(8) BINARY VALUE ZERO.         02830000
028400 77  ERROR-COUNT             PIC S9(4) BINARY VALUE ZERO.         02840000
028500 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02850000
028600* report line layouts.                                            02860000
028700 01  PAGE-HEADING-1.                                              02870000
028800     05  FILLER              PIC X(35) VALUE                      02880000
028900         'ACIF INSERTER MANIFEST CONTROL FOR '.                   02890000
029000     05  HDG-DATE            PIC X(8).                            02900000
029100     05  FILLER              PIC X(78) VALUE SPACES.              02910000
029200 01  FAMILY-HEADING.                                              02920000
029300     05  FILLER              PIC X(12) VALUE '  REPORT    '.      02930000
029400     05  FILLER              PIC X(6)  VALUE 'PLEX  '.            02940000
029500     05  FILLER              PIC X(11) VALUE '     PIECES'.       02950000
029600     05  FILLER              PIC X(11) VALUE '      PAGES'.       02960000
029700     05  FILLER              PIC X(11) VALUE '     SHEETS'.       02970000
029800     05  FILLER              PIC X(70) VALUE SPACES.              02980000
029900 01  FAMILY-DETAIL-LINE.                                          02990000
030000     05  FILLER              PIC X(2) VALUE SPACES.               03000000
030100     05  FDL-REPT-ID         PIC X(8).                            03010000
030200     05  FILLER              PIC X(3) VALUE SPACES.               03020000
030300     05  FDL-PLEX            PIC X.                               03030000
030400     05  FILLER              PIC X(4) VALUE SPACES.               03040000
030500     05  FDL-PIECES          PIC Z,ZZZ,ZZ9.                       03050000
030600     05  FILLER              PIC X(2) VALUE SPACES.               03060000
030700     05  FDL-PAGES           PIC Z,ZZZ,ZZ9.                       03070000
030800     05  FILLER              PIC X(2) VALUE SPACES.               03080000
030900     05  FDL-SHEETS          PIC Z,ZZZ,ZZ9.                       03090000
031000     05  FILLER              PIC X(72) VALUE SPACES.              03100000
031100 01  BAND-HEADING.                                                03110000
031200     05  FILLER              PIC X(2) VALUE SPACES.               03120000
031300     05  BHD-TITLE           PIC X(16).                           03130000
031400     05  FILLER              PIC X(11) VALUE '     PIECES'.       03140000
031500     05  FILLER              PIC X(11) VALUE '     SHEETS'.       03150000
031600     05  FILLER              PIC X(81) VALUE SPACES.              03160000
031700 01  BAND-DETAIL-LINE.                                            03170000
031800     05  FILLER              PIC X(2) VALUE SPACES.               03180000
031900     05  BDL-NAME            PIC X(4).                            03190000
032000     05  FILLER              PIC X(14) VALUE SPACES.              03200000
032100     05  BDL-PIECES          PIC Z,ZZZ,ZZ9.                       03210000
032200     05  FILLER              PIC X(2) VALUE SPACES.               03220000
032300     05  BDL-SHEETS          PIC Z,ZZZ,ZZ9.                       03230000
032400     05  FILLER              PIC X(81) VALUE SPACES.              03240000
032500 01  SUMMARY-LINE.                                                03250000
032600     05  FILLER              PIC X(2) VALUE SPACES.               03260000
032700     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03270000
032800     05  FILLER              PIC X VALUE SPACE.                   03280000
032900     05  SUM-TEXT            PIC X(50).                           03290000
033000     05  FILLER              PIC X(59) VALUE SPACES.              03300000
033100     SKIP1                                                        03310000
033200/ AFP STRUCTURED FIELD DEFINITIONS.                               03320000
033300     COPY STRFLDS SUPPRESS.                                       03330000
033400     SKIP1                                                        03340000
033500 TITLE 'Initialization and Main Line'.                            03350000
033600 PROCEDURE DIVISION.                                              03360000
033700     PERFORM INITIALIZE-RUN.                                      03370000
033800     PERFORM LOAD-MAIL-PROFILES.                                  03380000
033900     PERFORM PROCESS-ONE-RECORD UNTIL AFPIN-DONE.                 03390000
034000     IF IN-DOCUMENT                                               03400000
034100      THEN                                                        03410000
034200      DISPLAY PGMNAME, ' DOCUMENT WITHOUT AN EDT AT END OF ',     03420000
034300          'INPUT - ITS PIECES ARE NOT IN THE MANIFEST.';          03430000
034400      ADD 1 TO ERROR-COUNT                                        03440000
034500     END-IF.                                                      03450000
034600     PERFORM PRINT-FAMILY-TOTALS.                                 03460000
034700     PERFORM PRINT-BAND-TOTALS.                                   03470000
034800     PERFORM PRINT-RUN-TOTALS.                                    03480000
034900     PERFORM FINISH-RUN.                                          03490000
035000     GOBACK.                                                      03500000
035100* open the converted output, the manifest, and the control        03510000
035200* report. a missing input or manifest is a hard failure.          03520000
035300 INITIALIZE-RUN.                                                  03530000
035400     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03540000
035500     OPEN INPUT AFPIN-FILE.                                       03550000
035600     IF NOT AFPIN-FILE-OK                                         03560000
035700      THEN                                                        03570000
035800      DISPLAY PGMNAME, ' OPEN OF AFPINDD FAILED, FILE STATUS=',   03580000
035900          AFPIN-FILE-STATUS;                                      03590000
036000      MOVE 8 TO RETURN-CODE;                                      03600000
036100      SET AFPIN-DONE TO TRUE                                      03610000
036200     END-IF.                                                      03620000
036300     OPEN OUTPUT MANIFEST-FILE.                                   03630000
036400     IF NOT MANIFEST-FILE-OK                                      03640000
036500      THEN                                                        03650000
036600      DISPLAY PGMNAME, ' OPEN OF MANFSTDD FAILED, FILE STATUS=',  03660000
036700          MANIFEST-FILE-STATUS;                                   03670000
036800      MOVE 8 TO RETURN-CODE;                                      03680000
036900      SET AFPIN-DONE TO TRUE                                      03690000
037000     END-IF.                                                      03700000
037100     OPEN OUTPUT PRINT-FILE.                                      03710000
037200     IF NOT PRINT-FILE-OK                                         03720000
037300      THEN                                                        03730000
037400      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03740000
037500          PRINT-FILE-STATUS                                       03750000
037600     END-IF.                                                      03760000
037700     MOVE TODAY-DATE TO HDG-DATE.                                 03770000
037800     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         03780000
037900     PERFORM WRITE-PRINT-LINE.                                    03790000
038000     MOVE SPACES TO PRINT-RECORD.                                 03800000
038100     PERFORM WRITE-PRINT-LINE.                                    03810000
038200* load the mail profile into the mail table. a missing file       03820000
038300* leaves the built-in default in effect for every family.         03830000
038400 LOAD-MAIL-PROFILES.                                              03840000
038500     OPEN INPUT MAILPROF-FILE.                                    03850000
038600     IF MAILPROF-FILE-OK                                          03860000
038700      THEN                                                        03870000
038800      PERFORM LOAD-ONE-MAIL-PROFILE UNTIL MAILPROF-DONE;          03880000
038900      CLOSE MAILPROF-FILE                                         03890000
039000      ELSE                                                        03900000
039100      DISPLAY PGMNAME, ' MAILPROF NOT AVAILABLE, FILE STATUS=',   03910000
039200          MAILPROF-FILE-STATUS, ' - DEFAULT BANDS IN EFFECT.'     03920000
039300     END-IF.                                                      03930000
039400 LOAD-ONE-MAIL-PROFILE.                                           03940000
039500     READ MAILPROF-FILE.                                          03950000
039600     IF NOT MAILPROF-FILE-OK                                      03960000
039700      THEN                                                        03970000
039800      SET MAILPROF-DONE TO TRUE                                   03980000
039900      ELSE                                                        03990000
040000      IF MAILPROF-RECORD = SPACES OR                              04000000
040100         (MPRF-REPT-ID (1:1) = '*' AND                            04010000
040200          MPRF-REPT-ID NOT = '*DEFAULT')                          04020000
040300       THEN                                                       04030000
040400       CONTINUE                                                   04040000
040500       ELSE                                                       04050000
040600       PERFORM STORE-MAIL-PROFILE                                 04060000
040700      END-IF                                                      04070000
040800     END-IF.                                                      04080000
040900* edit and file one mail profile record. the plex must be 'S'     04090000
041000* or 'D' and every band maximum numeric; a record that fails is   04100000
041100* reported and the family falls back to the default.              04110000
041200 STORE-MAIL-PROFILE.                                              04120000
041300     SET MAIL-FOUND TO TRUE.                                      04130000
041400     IF MPRF-PLEX NOT = 'S' AND MPRF-PLEX NOT = 'D'               04140000
041500      THEN                                                        04150000
041600      SET MAIL-NOT-FOUND TO TRUE                                  04160000
041700     END-IF.                                                      04170000
041800     PERFORM EDIT-ONE-BAND VARYING BAND-SUB FROM 1 BY 1           04180000
041900         UNTIL BAND-SUB > 4.                                      04190000
042000     IF MAIL-NOT-FOUND                                            04200000
042100      THEN                                                        04210000
042200      DISPLAY PGMNAME, ' INVALID MAIL PROFILE RECORD ',           04220000
042300          'SKIPPED: ', MPRF-REPT-ID;                              04230000
042400      ADD 1 TO MAIL-REJECT-COUNT                                  04240000
042500      ELSE                                                        04250000
042600      MOVE MPRF-PLEX TO CM-PLEX;                                  04260000
042700      PERFORM COPY-ONE-BAND VARYING BAND-SUB FROM 1 BY 1          04270000
042800          UNTIL BAND-SUB > 4;                                     04280000
042900      IF MPRF-REPT-ID = '*DEFAULT'                                04290000
043000       THEN                                                       04300000
043100       MOVE CURRENT-MAIL TO DEFAULT-MAIL                          04310000
043200       ELSE                                                       04320000
043300       IF MAIL-COUNT < MAIL-MAX                                   04330000
043400        THEN                                                      04340000
043500        ADD 1 TO MAIL-COUNT;                                      04350000
043600        MOVE MPRF-REPT-ID TO MAIL-REPT-ID (MAIL-COUNT);           04360000
043700        MOVE CURRENT-MAIL TO MAIL-BODY (MAIL-COUNT)               04370000
043800        ELSE                                                      04380000
043900        DISPLAY PGMNAME, ' MAIL PROFILE TABLE FULL, RECORD ',     04390000
044000            'SKIPPED: ', MPRF-REPT-ID;                            04400000
044100        ADD 1 TO MAIL-REJECT-COUNT                                04410000
044200       END-IF                                                     04420000
044300      END-IF                                                      04430000
044400     END-IF.                                                      04440000
044500 EDIT-ONE-BAND.                                                   04450000
044600     IF MPRF-ENV-MAX (BAND-SUB) NOT NUMERIC OR                    04460000
044700        MPRF-WGT-MAX (BAND-SUB) NOT NUMERIC                       04470000
044800      THEN                                                        04480000
044900      SET MAIL-NOT-FOUND TO TRUE                                  04490000
045000     END-IF.                                                      04500000
045100 COPY-ONE-BAND.                                                   04510000
045200     MOVE MPRF-ENV-MAX (BAND-SUB) TO CM-ENV-MAX (BAND-SUB).       04520000
045300     MOVE MPRF-ENV-SIZE (BAND-SUB) TO CM-ENV-SIZE (BAND-SUB).     04530000
045400     MOVE MPRF-WGT-MAX (BAND-SUB) TO CM-WGT-MAX (BAND-SUB).       04540000
045500     MOVE MPRF-WGT-CLASS (BAND-SUB) TO CM-WGT-CLASS (BAND-SUB).   04550000
045600     EJECT                                                        04560000
045700* read one record of the converted output and follow the          04570000
045800* document and page group structure: a page group is a mail       04580000
045900* piece, and so is a document that has none.                      04590000
046000 PROCESS-ONE-RECORD.                                              04600000
046100     READ AFPIN-FILE.                                             04610000
046200     IF NOT AFPIN-FILE-OK                                         04620000
046300      THEN                                                        04630000
046400      SET AFPIN-DONE TO TRUE                                      04640000
046500      ELSE                                                        04650000
046600      ADD 1 TO RECORD-COUNT;                                      04660000
046700      PERFORM CLASSIFY-RECORD;                                    04670000
046800      EVALUATE TRUE                                               04680000
046900        WHEN WRAP-TYPE = SF-BDT                                   04690000
047000          PERFORM START-DOCUMENT                                  04700000
047100        WHEN WRAP-TYPE = SF-EDT AND IN-DOCUMENT                   04710000
047200          PERFORM END-DOCUMENT                                    04720000
047300        WHEN WRAP-TYPE = SF-BNG AND IN-DOCUMENT                   04730000
047400          PERFORM START-PAGE-GROUP                                04740000
047500        WHEN WRAP-TYPE = SF-ENG AND IN-PAGE-GROUP                 04750000
047600          PERFORM END-PAGE-GROUP                                  04760000
047700        WHEN WRAP-TYPE = SF-BPG AND IN-PAGE-GROUP                 04770000
047800          ADD 1 TO PIECE-PAGES                                    04780000
047900        WHEN WRAP-TYPE = SF-BPG AND IN-DOCUMENT                   04790000
048000          ADD 1 TO DOC-LOOSE-PAGES                                04800000
048100        WHEN WRAP-TYPE = SF-TLE AND IN-DOCUMENT                   04810000
048200          PERFORM PICK-UP-TAG                                     04820000
048300        WHEN OTHER                                                04830000
048400          CONTINUE                                                04840000
048500      END-EVALUATE                                                04850000
048600     END-IF.                                                      04860000
048700* establish the structured field type the record carries: the     04870000
048800* type behind the NOP wrapper when the record is one of the       04880000
048900* protecting NOPs ACIFIBDT builds, with the data applying behind  04890000
049000* the embedded nine byte introducer; otherwise the record's own   04900000
049100* type.                                                           04910000
049200 CLASSIFY-RECORD.                                                 04920000
049300     IF AFP-IS-NOP AND AFPIN-RECLEN > 15                          04930000
049400      THEN                                                        04940000
049500      MOVE AFP-DATA (4 : 3) TO WRAP-TYPE;                         04950000
049600      MOVE 9 TO WRAP-BASE                                         04960000
049700      ELSE                                                        04970000
049800      MOVE AFP-TYPE TO WRAP-TYPE;                                 04980000
049900      MOVE ZERO TO WRAP-BASE                                      04990000
050000     END-IF.                                                      05000000
050100 START-DOCUMENT.                                                  05010000
050200     IF IN-DOCUMENT                                               05020000
050300      THEN                                                        05030000
050400      DISPLAY PGMNAME, ' DOCUMENT WITHOUT AN EDT DROPPED AT ',    05040000
050500          'RECORD ', RECORD-COUNT;                                05050000
050600      ADD 1 TO ERROR-COUNT                                        05060000
050700     END-IF.                                                      05070000
050800     SET IN-DOCUMENT TO TRUE.                                     05080000
050900     SET NOT-IN-PAGE-GROUP TO TRUE.                               05090000
051000     ADD 1 TO DOC-COUNT.                                          05100000
051100     MOVE SPACES TO DOC-REPT-ID.                                  05110000
051200     MOVE SPACES TO DOC-RUN-DATE.                                 05120000
051300     MOVE ZERO TO DOC-PGRP-COUNT.                                 05130000
051400     MOVE ZERO TO DOC-LOOSE-PAGES.                                05140000
051500* pick up the report and run date tags at document level and      05150000
051600* the account tag at page group level as they pass.               05160000
051700 PICK-UP-TAG.                                                     05170000
051800     IF AFPIN-RECLEN NOT < WRAP-BASE + 33                         05180000
051900      THEN                                                        05190000
052000      MOVE AFP-DATA (WRAP-BASE + TLE-NAME-OFFSET : 8) TO TLE-NAME;05200000
052100      EVALUATE TRUE                                               05210000
052200        WHEN TLE-NAME = 'REPORT  '                                05220000
052300          MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO     05230000
052400              DOC-REPT-ID                                         05240000
052500        WHEN TLE-NAME = 'RUNDATE '                                05250000
052600          MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO     05260000
052700              DOC-RUN-DATE                                        05270000
052800        WHEN TLE-NAME = 'ACCOUNT ' AND IN-PAGE-GROUP AND          05280000
052900             AFPIN-RECLEN NOT < WRAP-BASE + 45                    05290000
053000          MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 20) TO    05300000
053100              PIECE-ACCOUNT                                       05310000
053200        WHEN OTHER                                                05320000
053300          CONTINUE                                                05330000
053400      END-EVALUATE                                                05340000
053500     END-IF.                                                      05350000
053600 START-PAGE-GROUP.                                                05360000
053700     IF IN-PAGE-GROUP                                             05370000
053800      THEN                                                        05380000
053900      DISPLAY PGMNAME, ' PAGE GROUP WITHOUT AN ENG CLOSED AT ',   05390000
054000          'RECORD ', RECORD-COUNT;                                05400000
054100      ADD 1 TO ERROR-COUNT;                                       05410000
054200      PERFORM END-PAGE-GROUP                                      05420000
054300     END-IF.                                                      05430000
054400     SET IN-PAGE-GROUP TO TRUE.                                   05440000
054500     ADD 1 TO DOC-PGRP-COUNT.                                     05450000
054600     MOVE SPACES TO PIECE-ACCOUNT.                                05460000
054700     MOVE ZERO TO PIECE-PAGES.                                    05470000
054800* a page group ends: it is one mail piece.                        05480000
054900 END-PAGE-GROUP.                                                  05490000
055000     IF PIECE-ACCOUNT = SPACES                                    05500000
055100      THEN                                                        05510000
055200      ADD 1 TO UNTAGGED-COUNT                                     05520000
055300     END-IF.                                                      05530000
055400     PERFORM WRITE-PIECE.                                         05540000
055500     SET NOT-IN-PAGE-GROUP TO TRUE.                               05550000
055600* a document ends: without page groups the document itself is     05560000
055700* the mail piece; with them, pages outside every page group are   05570000
055800* counted but belong to no piece.                                 05580000
055900 END-DOCUMENT.                                                    05590000
056000     IF IN-PAGE-GROUP                                             05600000
056100      THEN                                                        05610000
056200      DISPLAY PGMNAME, ' PAGE GROUP WITHOUT AN ENG CLOSED AT ',   05620000
056300          'RECORD ', RECORD-COUNT;                                05630000
056400      ADD 1 TO ERROR-COUNT;                                       05640000
056500      PERFORM END-PAGE-GROUP                                      05650000
056600     END-IF.                                                      05660000
056700     IF DOC-PGRP-COUNT = ZERO                                     05670000
056800      THEN                                                        05680000
056900      MOVE SPACES TO PIECE-ACCOUNT;                               05690000
057000      MOVE DOC-LOOSE-PAGES TO PIECE-PAGES;                        05700000
057100      ADD 1 TO UNTAGGED-COUNT;                                    05710000
057200      PERFORM WRITE-PIECE                                         05720000
057300      ELSE                                                        05730000
057400      ADD DOC-LOOSE-PAGES TO LOOSE-PAGE-COUNT                     05740000
057500     END-IF.                                                      05750000
057600     SET BETWEEN-DOCUMENTS TO TRUE.                               05760000
057700* work out the sheets, envelope, and postage class of the piece   05770000
057800* just completed from its family's mail profile, write its        05780000
057900* manifest record, and count it.                                  05790000
058000 WRITE-PIECE.                                                     05800000
058100     IF DOC-REPT-ID NOT = CM-REPT-ID                              05810000
058200      THEN                                                        05820000
058300      PERFORM FIND-MAIL-PROFILE                                   05830000
058400     END-IF.                                                      05840000
058500     IF CM-DUPLEX                                                 05850000
058600      THEN                                                        05860000
058700      ADD 1 TO PIECE-PAGES GIVING PIECE-SHEETS;                   05870000
058800      DIVIDE 2 INTO PIECE-SHEETS                                  05880000
058900      ELSE                                                        05890000
059000      MOVE PIECE-PAGES TO PIECE-SHEETS                            05900000
059100     END-IF.                                                      05910000
059200     MOVE '****' TO PIECE-ENVELOPE.                               05920000
059300     PERFORM PICK-ENVELOPE VARYING BAND-SUB FROM 4 BY -1          05930000
059400         UNTIL BAND-SUB < 1.                                      05940000
059500     MOVE '**' TO PIECE-WGT-CLASS.                                05950000
059600     PERFORM PICK-WEIGHT-CLASS VARYING BAND-SUB FROM 4 BY -1      05960000
059700         UNTIL BAND-SUB < 1.                                      05970000
059800     IF PIECE-ENVELOPE = '****' OR PIECE-WGT-CLASS = '**'         05980000
059900      THEN                                                        05990000
060000      ADD 1 TO HAND-INSERT-COUNT                                  06000000
060100     END-IF.                                                      06010000
060200     ADD 1 TO PIECE-SEQ.                                          06020000
060300     ADD PIECE-PAGES TO TOTAL-PAGES.                              06030000
060400     ADD PIECE-SHEETS TO TOTAL-SHEETS.                            06040000
060500     MOVE SPACES TO MANIFEST-RECORD.                              06050000
060600     MOVE PIECE-SEQ TO MAN-SEQ.                                   06060000
060700     MOVE DOC-REPT-ID TO MAN-REPT-ID.                             06070000
060800     MOVE DOC-RUN-DATE TO MAN-RUN-DATE.                           06080000
060900     MOVE PIECE-ACCOUNT TO MAN-ACCOUNT.                           06090000
061000     MOVE PIECE-PAGES TO MAN-PAGES.                               06100000
061100     MOVE PIECE-SHEETS TO MAN-SHEETS.                             06110000
061200     MOVE CM-PLEX TO MAN-PLEX.                                    06120000
061300     MOVE PIECE-ENVELOPE TO MAN-ENVELOPE.                         06130000
061400     MOVE PIECE-WGT-CLASS TO MAN-WGT-CLASS.                       06140000
061500     WRITE MANIFEST-RECORD.                                       06150000
061600     IF NOT MANIFEST-FILE-OK                                      06160000
061700      THEN                                                        06170000
061800      DISPLAY PGMNAME, ' WRITE TO MANFSTDD FAILED, FILE ',        06180000
061900          'STATUS=', MANIFEST-FILE-STATUS;                        06190000
062000      ADD 1 TO ERROR-COUNT;                                       06200000
062100      SET AFPIN-DONE TO TRUE                                      06210000
062200     END-IF.                                                      06220000
062300     PERFORM COUNT-FAMILY.                                        06230000
062400     PERFORM COUNT-ENVELOPE.                                      06240000
062500     PERFORM COUNT-WEIGHT-CLASS.                                  06250000
062600* the bands are tried largest first, so the smallest band the     06260000
062700* piece fits in is the one left standing.                         06270000
062800 PICK-ENVELOPE.                                                   06280000
062900     IF CM-ENV-MAX (BAND-SUB) > ZERO AND                          06290000
063000        PIECE-PAGES NOT > CM-ENV-MAX (BAND-SUB)                   06300000
063100      THEN                                                        06310000
063200      MOVE CM-ENV-SIZE (BAND-SUB) TO PIECE-ENVELOPE               06320000
063300     END-IF.                                                      06330000
063400 PICK-WEIGHT-CLASS.                                               06340000
063500     IF CM-WGT-MAX (BAND-SUB) > ZERO AND                          06350000
063600        PIECE-PAGES NOT > CM-WGT-MAX (BAND-SUB)                   06360000
063700      THEN                                                        06370000
063800      MOVE CM-WGT-CLASS (BAND-SUB) TO PIECE-WGT-CLASS             06380000
063900     END-IF.                                                      06390000
064000* make the mail profile of the document's family current;         06400000
064100* unknown families get the default.                               06410000
064200 FIND-MAIL-PROFILE.                                               06420000
064300     MOVE DOC-REPT-ID TO CM-REPT-ID.                              06430000
064400     MOVE DEFAULT-MAIL TO CURRENT-MAIL.                           06440000
064500     SET MAIL-NOT-FOUND TO TRUE.                                  06450000
064600     PERFORM SCAN-MAIL-PROFILE VARYING MAIL-SUB FROM 1 BY 1       06460000
064700         UNTIL MAIL-SUB > MAIL-COUNT OR MAIL-FOUND.               06470000
064800 SCAN-MAIL-PROFILE.                                               06480000
064900     IF MAIL-REPT-ID (MAIL-SUB) = DOC-REPT-ID                     06490000
065000      THEN                                                        06500000
065100      SET MAIL-FOUND TO TRUE;                                     06510000
065200      MOVE MAIL-BODY (MAIL-SUB) TO CURRENT-MAIL                   06520000
065300     END-IF.                                                      06530000
065400 COUNT-FAMILY.                                                    06540000
065500     MOVE ZERO TO FAM-HIT.                                        06550000
065600     PERFORM SCAN-FAMILY VARYING FAM-SUB FROM 1 BY 1              06560000
065700         UNTIL FAM-SUB > FAM-COUNT OR FAM-HIT > 0.                06570000
065800     IF FAM-HIT = ZERO AND FAM-COUNT < FAM-MAX                    06580000
065900      THEN                                                        06590000
066000      ADD 1 TO FAM-COUNT;                                         06600000
066100      MOVE FAM-COUNT TO FAM-HIT;                                  06610000
066200      MOVE DOC-REPT-ID TO FAM-REPT-ID (FAM-HIT);                  06620000
066300      MOVE CM-PLEX TO FAM-PLEX (FAM-HIT);                         06630000
066400      MOVE ZERO TO FAM-PIECES (FAM-HIT);                          06640000
066500      MOVE ZERO TO FAM-PAGES (FAM-HIT);                           06650000
066600      MOVE ZERO TO FAM-SHEETS (FAM-HIT)                           06660000
066700     END-IF.                                                      06670000
066800     IF FAM-HIT > 0                                               06680000
066900      THEN                                                        06690000
067000      ADD 1 TO FAM-PIECES (FAM-HIT);                              06700000
067100      ADD PIECE-PAGES TO FAM-PAGES (FAM-HIT);                     06710000
067200      ADD PIECE-SHEETS TO FAM-SHEETS (FAM-HIT)                    06720000
067300     END-IF.                                                      06730000
067400 SCAN-FAMILY.                                                     06740000
067500     IF FAM-REPT-ID (FAM-SUB) = DOC-REPT-ID                       06750000
067600      THEN                                                        06760000
067700      MOVE FAM-SUB TO FAM-HIT                                     06770000
067800     END-IF.                                                      06780000
067900 COUNT-ENVELOPE.                                                  06790000
068000     MOVE ZERO TO ENV-HIT.                                        06800000
068100     PERFORM SCAN-ENVELOPE VARYING ENV-SUB FROM 1 BY 1            06810000
068200         UNTIL ENV-SUB > ENV-COUNT OR ENV-HIT > 0.                06820000
068300     IF ENV-HIT = ZERO AND ENV-COUNT < ENV-MAX                    06830000
068400      THEN                                                        06840000
068500      ADD 1 TO ENV-COUNT;                                         06850000
068600      MOVE ENV-COUNT TO ENV-HIT;                                  06860000
068700      MOVE PIECE-ENVELOPE TO ENV-SIZE (ENV-HIT);                  06870000
068800      MOVE ZERO TO ENV-PIECES (ENV-HIT);                          06880000
068900      MOVE ZERO TO ENV-SHEETS (ENV-HIT)                           06890000
069000     END-IF.                                                      06900000
069100     IF ENV-HIT > 0                                               06910000
069200      THEN                                                        06920000
069300      ADD 1 TO ENV-PIECES (ENV-HIT);                              06930000
069400      ADD PIECE-SHEETS TO ENV-SHEETS (ENV-HIT)                    06940000
069500     END-IF.                                                      06950000
069600 SCAN-ENVELOPE.                                                   06960000
069700     IF ENV-SIZE (ENV-SUB) = PIECE-ENVELOPE                       06970000
069800      THEN                                                        06980000
069900      MOVE ENV-SUB TO ENV-HIT                                     06990000
070000     END-IF.                                                      07000000
070100 COUNT-WEIGHT-CLASS.                                              07010000
070200     MOVE ZERO TO WGT-HIT.                                        07020000
070300     PERFORM SCAN-WEIGHT-CLASS VARYING WGT-SUB FROM 1 BY 1        07030000
070400         UNTIL WGT-SUB > WGT-COUNT OR WGT-HIT > 0.                07040000
070500     IF WGT-HIT = ZERO AND WGT-COUNT < WGT-MAX                    07050000
070600      THEN                                                        07060000
070700      ADD 1 TO WGT-COUNT;                                         07070000
070800      MOVE WGT-COUNT TO WGT-HIT;                                  07080000
070900      MOVE PIECE-WGT-CLASS TO WGT-CLASS (WGT-HIT);                07090000
071000      MOVE ZERO TO WGT-PIECES (WGT-HIT);                          07100000
071100      MOVE ZERO TO WGT-SHEETS (WGT-HIT)                           07110000
071200     END-IF.                                                      07120000
071300     IF WGT-HIT > 0                                               07130000
071400      THEN                                                        07140000
071500      ADD 1 TO WGT-PIECES (WGT-HIT);                              07150000
071600      ADD PIECE-SHEETS TO WGT-SHEETS (WGT-HIT)                    07160000
071700     END-IF.                                                      07170000
071800 SCAN-WEIGHT-CLASS.                                               07180000
071900     IF WGT-CLASS (WGT-SUB) = PIECE-WGT-CLASS                     07190000
072000      THEN                                                        07200000
072100      MOVE WGT-SUB TO WGT-HIT                                     07210000
072200     END-IF.                                                      07220000
072300     EJECT                                                        07230000
072400* print the pieces, pages, and sheets of every report family.     07240000
072500 PRINT-FAMILY-TOTALS.                                             07250000
072600     MOVE FAMILY-HEADING TO PRINT-RECORD.                         07260000
072700     PERFORM WRITE-PRINT-LINE.                                    07270000
072800     PERFORM PRINT-ONE-FAMILY VARYING FAM-SUB FROM 1 BY 1         07280000
072900         UNTIL FAM-SUB > FAM-COUNT.                               07290000
073000 PRINT-ONE-FAMILY.                                                07300000
073100     MOVE FAM-REPT-ID (FAM-SUB) TO FDL-REPT-ID.                   07310000
073200     MOVE FAM-PLEX (FAM-SUB) TO FDL-PLEX.                         07320000
073300     MOVE FAM-PIECES (FAM-SUB) TO FDL-PIECES.                     07330000
073400     MOVE FAM-PAGES (FAM-SUB) TO FDL-PAGES.                       07340000
073500     MOVE FAM-SHEETS (FAM-SUB) TO FDL-SHEETS.                     07350000
073600     MOVE FAMILY-DETAIL-LINE TO PRINT-RECORD.                     07360000
073700     PERFORM WRITE-PRINT-LINE.                                    07370000
073800* print the pieces and sheets by envelope size and by postage     07380000
073900* class, the counts the inserters keep for themselves.            07390000
074000 PRINT-BAND-TOTALS.                                               07400000
074100     MOVE SPACES TO PRINT-RECORD.                                 07410000
074200     PERFORM WRITE-PRINT-LINE.                                    07420000
074300     MOVE 'ENVELOPE SIZE' TO BHD-TITLE.                           07430000
074400     MOVE BAND-HEADING TO PRINT-RECORD.                           07440000
074500     PERFORM WRITE-PRINT-LINE.                                    07450000
074600     PERFORM PRINT-ONE-ENVELOPE VARYING ENV-SUB FROM 1 BY 1       07460000
074700         UNTIL ENV-SUB > ENV-COUNT.                               07470000
074800     MOVE SPACES TO PRINT-RECORD.                                 07480000
074900     PERFORM WRITE-PRINT-LINE.                                    07490000
075000     MOVE 'POSTAGE CLASS' TO BHD-TITLE.                           07500000
075100     MOVE BAND-HEADING TO PRINT-RECORD.                           07510000
075200     PERFORM WRITE-PRINT-LINE.                                    07520000
075300     PERFORM PRINT-ONE-WEIGHT-CLASS VARYING WGT-SUB FROM 1 BY 1   07530000
075400         UNTIL WGT-SUB > WGT-COUNT.                               07540000
075500 PRINT-ONE-ENVELOPE.                                              07550000
075600     MOVE ENV-SIZE (ENV-SUB) TO BDL-NAME.                         07560000
075700     MOVE ENV-PIECES (ENV-SUB) TO BDL-PIECES.                     07570000
075800     MOVE ENV-SHEETS (ENV-SUB) TO BDL-SHEETS.                     07580000
075900     MOVE BAND-DETAIL-LINE TO PRINT-RECORD.                       07590000
076000     PERFORM WRITE-PRINT-LINE.                                    07600000
076100 PRINT-ONE-WEIGHT-CLASS.                                          07610000
076200     MOVE WGT-CLASS (WGT-SUB) TO BDL-NAME.                        07620000
076300     MOVE WGT-PIECES (WGT-SUB) TO BDL-PIECES.                     07630000
076400     MOVE WGT-SHEETS (WGT-SUB) TO BDL-SHEETS.                     07640000
076500     MOVE BAND-DETAIL-LINE TO PRINT-RECORD.                       07650000
076600     PERFORM WRITE-PRINT-LINE.                                    07660000
076700 PRINT-RUN-TOTALS.                                                07670000
076800     MOVE SPACES TO PRINT-RECORD.                                 07680000
076900     PERFORM WRITE-PRINT-LINE.                                    07690000
077000     MOVE DOC-COUNT TO SUM-COUNT.                                 07700000
077100     MOVE 'DOCUMENTS READ FROM AFPINDD' TO SUM-TEXT.              07710000
077200     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07720000
077300     PERFORM WRITE-PRINT-LINE.                                    07730000
077400     MOVE PIECE-SEQ TO SUM-COUNT.                                 07740000
077500     MOVE 'MAIL PIECES WRITTEN TO MANFSTDD' TO SUM-TEXT.          07750000
077600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07760000
077700     PERFORM WRITE-PRINT-LINE.                                    07770000
077800     MOVE TOTAL-PAGES TO SUM-COUNT.                               07780000
077900     MOVE 'PAGES IN MAIL PIECES' TO SUM-TEXT.                     07790000
078000     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07800000
078100     PERFORM WRITE-PRINT-LINE.                                    07810000
078200     MOVE TOTAL-SHEETS TO SUM-COUNT.                              07820000
078300     MOVE 'SHEETS IN MAIL PIECES' TO SUM-TEXT.                    07830000
078400     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07840000
078500     PERFORM WRITE-PRINT-LINE.                                    07850000
078600     MOVE HAND-INSERT-COUNT TO SUM-COUNT.                         07860000
078700     MOVE 'PIECES OVER EVERY BAND - HAND INSERT' TO SUM-TEXT.     07870000
078800     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07880000
078900     PERFORM WRITE-PRINT-LINE.                                    07890000
079000     IF UNTAGGED-COUNT > 0                                        07900000
079100      THEN                                                        07910000
079200      MOVE UNTAGGED-COUNT TO SUM-COUNT;                           07920000
079300      MOVE 'PIECES WITHOUT AN ACCOUNT TAG' TO SUM-TEXT;           07930000
079400      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07940000
079500      PERFORM WRITE-PRINT-LINE                                    07950000
079600     END-IF.                                                      07960000
079700     IF LOOSE-PAGE-COUNT > 0                                      07970000
079800      THEN                                                        07980000
079900      MOVE LOOSE-PAGE-COUNT TO SUM-COUNT;                         07990000
080000      MOVE 'PAGES OUTSIDE ANY PAGE GROUP - NOT IN A PIECE'        08000000
080100          TO SUM-TEXT;                                            08010000
080200      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08020000
080300      PERFORM WRITE-PRINT-LINE                                    08030000
080400     END-IF.                                                      08040000
080500     IF MAIL-REJECT-COUNT > 0                                     08050000
080600      THEN                                                        08060000
080700      MOVE MAIL-REJECT-COUNT TO SUM-COUNT;                        08070000
080800      MOVE 'MAIL PROFILE RECORDS REJECTED' TO SUM-TEXT;           08080000
080900      MOVE SUMMARY-LINE TO PRINT-RECORD;                          08090000
081000      PERFORM WRITE-PRINT-LINE                                    08100000
081100     END-IF.                                                      08110000
081200 WRITE-PRINT-LINE.                                                08120000
081300     IF PRINT-FILE-OK                                             08130000
081400      THEN                                                        08140000
081500      WRITE PRINT-RECORD;                                         08150000
081600      IF NOT PRINT-FILE-OK                                        08160000
081700       THEN                                                       08170000
081800       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       08180000
081900           'STATUS=', PRINT-FILE-STATUS                           08190000
082000      END-IF                                                      08200000
082100     END-IF.                                                      08210000
082200* close what is open and set the step's return code: 8 when the   08220000
082300* structure was broken or the manifest could not be written, 4    08230000
082400* when pieces need hand insertion or a profile was rejected.      08240000
082500 FINISH-RUN.                                                      08250000
082600     IF AFPIN-FILE-STATUS = '00' OR AFPIN-FILE-STATUS = '10'      08260000
082700      THEN                                                        08270000
082800      CLOSE AFPIN-FILE                                            08280000
082900     END-IF.                                                      08290000
083000     IF MANIFEST-FILE-OK                                          08300000
083100      THEN                                                        08310000
083200      CLOSE MANIFEST-FILE                                         08320000
083300     END-IF.                                                      08330000
083400     IF PRINT-FILE-OK                                             08340000
083500      THEN                                                        08350000
083600      CLOSE PRINT-FILE                                            08360000
083700     END-IF.                                                      08370000
083800     MOVE PIECE-SEQ TO COUNT-DISP.                                08380000
083900     DISPLAY PGMNAME, ' ', COUNT-DISP, ' MAIL PIECES IN THE ',    08390000
084000         'MANIFEST.'.                                             08400000
084100     MOVE TOTAL-SHEETS TO COUNT-DISP.                             08410000
084200     DISPLAY PGMNAME, ' ', COUNT-DISP, ' SHEETS.'.                08420000
084300     IF ERROR-COUNT > 0                                           08430000
084400      THEN                                                        08440000
084500      MOVE ERROR-COUNT TO COUNT-DISP;                             08450000
084600      DISPLAY PGMNAME, ' ', COUNT-DISP, ' ERRORS - SEE THE ',     08460000
084700          'MESSAGES ABOVE.';                                      08470000
084800      MOVE 8 TO RETURN-CODE                                       08480000
084900     END-IF.                                                      08490000
085000     IF (HAND-INSERT-COUNT > 0 OR MAIL-REJECT-COUNT > 0)          08500000
085100        AND RETURN-CODE = ZERO                                    08510000
085200      THEN                                                        08520000
085300      MOVE 4 TO RETURN-CODE                                       08530000
085400     END-IF.                                                      08540000
085500 END PROGRAM ACIFMNFT.                                            08550000
