000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 02  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFRPRT.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Statement reprint by account number from the       00070000
000800               converted ACIF output.                             00080000
000900*                                                                 00090000
001000               Customer service asks for a handful of             00100000
001100               statements to be reprinted every week. The index   00110000
001200               exit (ACIFXIDX) tags every page group with an      00120000
001300               ACCOUNT TLE, and every document with REPORT and    00130000
001400               RUNDATE TLEs, and the documents and page groups    00140000
001500               are still bounded by the NOP-wrapped BDT/EDT and   00150000
001600               BNG/ENG fields the input exit (ACIFIBDT) built,    00160000
001700               so single statements can be pulled straight out    00170000
001800               of the converted output (AFPINDD) without          00180000
001900               rerunning the job.                                 00190000
002000*                                                                 00200000
002100               Each reprint request card (REQCARDS) names the     00210000
002200               requester, the report id, the run date, and an     00220000
002300               account number or an account range:                00230000
002400*                                                                 00240000
002500                 cols  1-8   requester                            00250000
002600                 cols 10-17  report id                            00260000
002700                 cols 19-26  run date                             00270000
002800                 cols 28-47  account (or first of the range)      00280000
002900                 cols 49-68  last account of the range            00290000
003000*                                                                 00300000
003100               Every page group whose ACCOUNT tag falls in a      00310000
003200               request is written to the reprint dataset          00320000
003300               (REPRTDD) with its enclosing document structure:   00330000
003400               the document's BDT, tags, and other document       00340000
003500               level records, the page group itself, and the      00350000
003600               EDT. Records outside any document - the resource   00360000
003700               group and the other prolog and epilog records -    00370000
003800               are copied as well, so the reprint stands on its   00380000
003900               own at the printer.                                00390000
004000*                                                                 00400000
004100               The reprint log (REPORTDD) lists every page        00410000
004200               group extracted, then every request with its       00420000
004300               requester and what was found for it; a request     00430000
004400               that matched nothing is flagged and the step       00440000
004500               ends with return code 4.                           00450000
004600*                                                                 00460000
004700 DATE-WRITTEN. 15 Oct 2026.                                       00470000
004800 DATE-COMPILED.                                                   00480000
004900 SECURITY. IBM SAMPLE CODE ONLY.                                  00490000
005000*/**************************************************************/ 00500000
005100*/* Licensed under the Apache License, Version 2.0 (the        */ 00510000
005200*/* "License"); you may not use this file except in compliance */ 00520000
005300*/* with the License. You may obtain a copy of the License at  */ 00530000
005400*/*                                                            */ 00540000
005500*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00550000
005600*/*                                                            */ 00560000
005700*/* Unless required by applicable law or agreed to in writing, */ 00570000
005800*/* software distributed under the License is distributed on an*/ 00580000
005900*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00590000
006000*/* KIND, either express or implied.  See the License for the  */ 00600000
006100*/* specific language governing permissions and limitations    */ 00610000
006200*/* under the License.                                         */ 00620000
006300*/*------------------------------------------------------------*/ 00630000
006400*/*                                                            */ 00640000
006500*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00650000
006600*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00660000
006700*/*                                                            */ 00670000
006800*/*   Permission to use, copy, modify, and distribute          */ 00680000
006900*/*   this software for any purpose with or without fee        */ 00690000
007000*/*   is hereby granted, provided that the above               */ 00700000
007100*/*   copyright notices appear in all copies.                  */ 00710000
007200*/*                                                            */ 00720000
007300*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00730000
007400*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00740000
007500*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00750000
007600*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00760000
007700*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00770000
007800*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00780000
007900*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00790000
008000*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00800000
008100*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00810000
008200*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00820000
008300*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00830000
008400*/**************************************************************/ 00840000
008500 TITLE 'ACIF Statement Reprint'.                                  00850000
008600 ENVIRONMENT DIVISION.                                            00860000
008700 CONFIGURATION SECTION.                                           00870000
008800 SOURCE-COMPUTER. IBM-370.                                        00880000
008900 OBJECT-COMPUTER. IBM-370.                                        00890000
009000 INPUT-OUTPUT SECTION.                                            00900000
009100 FILE-CONTROL.                                                    00910000
009200     SELECT AFPIN-FILE ASSIGN TO AFPINDD                          00920000
009300         ORGANIZATION IS SEQUENTIAL                               00930000
009400         FILE STATUS IS AFPIN-FILE-STATUS.                        00940000
009500     SELECT REQUEST-FILE ASSIGN TO REQCARDS                       00950000
009600         ORGANIZATION IS SEQUENTIAL                               00960000
009700         FILE STATUS IS REQUEST-FILE-STATUS.                      00970000
009800     SELECT REPRINT-FILE ASSIGN TO REPRTDD                        00980000
009900         ORGANIZATION IS SEQUENTIAL                               00990000
010000         FILE STATUS IS REPRINT-FILE-STATUS.                      01000000
010100     SELECT PRINT-FILE ASSIGN TO REPORTDD                         01010000
010200         ORGANIZATION IS SEQUENTIAL                               01020000
010300         FILE STATUS IS PRINT-FILE-STATUS.                        01030000
010400     EJECT                                                        01040000
010500 DATA DIVISION.                                                   01050000
010600 FILE SECTION.                                                    01060000
010700* THE CONVERTED ACIF OUTPUT AS THE EXITS LEFT IT: THE DOCUMENT AND01070000
010800* PAGE GROUP BOUNDARIES ARE WRAPPED IN THE PROTECTING NOPS        01080000
010900* ACIFIBDT BUILT, AND THE INDEX TAGS ACIFXIDX INSERTED FOLLOW THE 01090000
011000* BDT AND EACH BNG.                                               01100000
011100 FD  AFPIN-FILE                                                   01110000
011200     RECORD IS VARYING IN SIZE FROM 9 TO 32767                    01120000
011300         DEPENDING ON AFPIN-RECLEN                                01130000
011400     LABEL RECORDS ARE STANDARD.                                  01140000
011500 01  AFP-RECORD.                                                  01150000
011600     05  AFP-INTRODUCER.                                          01160000
011700       10  AFP-CC            PIC X.                               01170000
011800       10  AFP-LEN-CHR       PIC XX.                              01180000
011900       10  AFP-TYPE          PIC XXX.                             01190000
012000           88  AFP-IS-NOP    VALUE X'D3EEEE'.                     01200000
012100       10  AFP-FLAG          PIC X.                               01210000
012200       10  AFP-SEQ-CHR       PIC XX.                              01220000
012300     05  AFP-DATA            PIC X(32758).                        01230000
012400* THE REPRINT REQUEST CARDS, ONE PER REQUEST. A BLANK LAST        01240000
012500* ACCOUNT ASKS FOR THE SINGLE ACCOUNT IN COLUMNS 28-47. RECORDS   01250000
012600* BEGINNING WITH '*' ARE COMMENTS.                                01260000
012700 FD  REQUEST-FILE                                                 01270000
012800     LABEL RECORDS ARE STANDARD.                                  01280000
012900 01  REQUEST-RECORD.                                              01290000
013000     05  RQIN-REQUESTER      PIC X(8).                            01300000
013100     05  FILLER              PIC X.                               01310000
013200     05  RQIN-REPT-ID        PIC X(8).                            01320000
013300     05  FILLER              PIC X.                               01330000
013400     05  RQIN-RUN-DATE       PIC X(8).                            01340000
013500     05  FILLER              PIC X.                               01350000
013600     05  RQIN-ACCT-FROM      PIC X(20).                           01360000
013700     05  FILLER              PIC X.                               01370000
013800     05  RQIN-ACCT-TO        PIC X(20).                           01380000
013900     05  FILLER              PIC X(12).                           01390000
014000* THE REPRINT DATASET: THE SELECTED PAGE GROUPS WITH THEIR        01400000
014100* DOCUMENT STRUCTURE AND THE SHARED RESOURCE RECORDS, VERBATIM.   01410000
014200 FD  REPRINT-FILE                                                 01420000
014300     RECORD IS VARYING IN SIZE FROM 9 TO 32767                    01430000
014400         DEPENDING ON REPRINT-RECLEN                              01440000
014500     LABEL RECORDS ARE STANDARD.                                  01450000
014600 01  REPRINT-RECORD          PIC X(32767).                        01460000
014700 FD  PRINT-FILE                                                   01470000
014800     LABEL RECORDS ARE STANDARD.                                  01480000
014900 01  PRINT-RECORD            PIC X(121).                          01490000
015000 WORKING-STORAGE SECTION.                                         01500000
015100 77  PGMNAME                 PIC X(8) VALUE 'ACIFRPRT'.           01510000
015200 77  AFPIN-FILE-STATUS       PIC XX VALUE '00'.                   01520000
015300     88  AFPIN-FILE-OK       VALUE '00'.                          01530000
015400 77  REQUEST-FILE-STATUS     PIC XX VALUE '00'.                   01540000
015500     88  REQUEST-FILE-OK     VALUE '00'.                          01550000
015600 77  REPRINT-FILE-STATUS     PIC XX VALUE '00'.                   01560000
015700     88  REPRINT-FILE-OK     VALUE '00'.                          01570000
015800 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01580000
015900     88  PRINT-FILE-OK       VALUE '00'.                          01590000
016000 77  AFPIN-RECLEN            PIC 9(8) BINARY VALUE ZERO.          01600000
016100 77  REPRINT-RECLEN          PIC 9(8) BINARY VALUE ZERO.          01610000
016200 77  AFPIN-DONE-FLAG         PIC X VALUE LOW-VALUE.               01620000
016300     88  AFPIN-DONE          VALUE HIGH-VALUE.                    01630000
016400 77  REQUEST-DONE-FLAG       PIC X VALUE LOW-VALUE.               01640000
016500     88  REQUEST-DONE        VALUE HIGH-VALUE.                    01650000
016600 77  TODAY-DATE              PIC X(8).                            01660000
016700* the record in the buffer: the structured field type behind the  01670000
016800* NOP wrapper (or the record's own type when it is not wrapped)   01680000
016900* and the introducer offset its data applies behind.              01690000
017000 77  WRAP-TYPE               PIC X(3) VALUE LOW-VALUE.            01700000
017100 77  WRAP-BASE               PIC 9(4) BINARY VALUE ZERO.          01710000
017200* the index tags ACIFXIDX inserts: a fully qualified name         01720000
017300* triplet naming the attribute at data offset 5, and the value    01730000
017400* behind the attribute value triplet header at data offset 17.    01740000
017500 77  TLE-NAME-OFFSET         PIC 9(4) BINARY VALUE 5.             01750000
017600 77  TLE-VALUE-OFFSET        PIC 9(4) BINARY VALUE 17.            01760000
017700 77  TLE-NAME                PIC X(8) VALUE SPACES.               01770000
017800* the request table, loaded from the request cards.               01780000
017900 77  REQ-MAX                 PIC S9(4) BINARY VALUE 100.          01790000
018000 77  REQ-SUB                 PIC S9(4) BINARY VALUE ZERO.         01800000
018100 01  REQUEST-TABLE-AREA.                                          01810000
018200     05  REQ-COUNT           PIC S9(4) BINARY VALUE ZERO.         01820000
018300     05  REQ-ENTRY           OCCURS 100 TIMES.                    01830000
018400         10  REQ-REQUESTER   PIC X(8).                            01840000
018500         10  REQ-REPT-ID     PIC X(8).                            01850000
018600         10  REQ-RUN-DATE    PIC X(8).                            01860000
018700         10  REQ-ACCT-FROM   PIC X(20).                           01870000
018800         10  REQ-ACCT-TO     PIC X(20).                           01880000
018900         10  REQ-IN-PGRP     PIC X.                               01890000
019000             88  REQ-MATCHES-PGRP VALUE 'Y'.                      01900000
019100         10  REQ-LAST-DOC    PIC S9(8) BINARY.                    01910000
019200         10  REQ-DOCS        PIC S9(8) BINARY.                    01920000
019300         10  REQ-PGRPS       PIC S9(8) BINARY.                    01930000
019400         10  REQ-PAGES       PIC S9(8) BINARY.                    01940000
019500 77  CARD-REASON             PIC X(40) VALUE SPACES.              01950000
019600* the document in progress. until one of its page groups is       01960000
019700* selected the document level records are held here, so a         01970000
019800* document with nothing to reprint costs nothing on the output.   01980000
019900 77  IN-DOCUMENT-FLAG        PIC X VALUE LOW-VALUE.               01990000
020000     88  IN-DOCUMENT         VALUE HIGH-VALUE.                    02000000
020100     88  BETWEEN-DOCUMENTS   VALUE LOW-VALUE.                     02010000
020200 77  DOC-WRITTEN-FLAG        PIC X VALUE LOW-VALUE.               02020000
020300     88  DOC-WRITTEN         VALUE HIGH-VALUE.                    02030000
020400     88  DOC-NOT-WRITTEN     VALUE LOW-VALUE.                     02040000
020500 77  HOLD-OVERFLOW-FLAG      PIC X VALUE LOW-VALUE.               02050000
020600     88  HOLD-OVERFLOW       VALUE HIGH-VALUE.                    02060000
020700     88  HOLD-FITS           VALUE LOW-VALUE.                     02070000
020800 77  DOC-SEQ                 PIC S9(8) BINARY VALUE ZERO.         02080000
020900 77  DOC-REPT-ID             PIC X(8) VALUE SPACES.               02090000
021000 77  DOC-RUN-DATE            PIC X(8) VALUE SPACES.               02100000
021100 77  HOLD-MAX                PIC S9(4) BINARY VALUE 32.           02110000
021200 77  HOLD-SUB                PIC S9(4) BINARY VALUE ZERO.         02120000
021300 77  HOLD-BUFFER-MAX         PIC S9(8) BINARY VALUE 65534.        02130000
021400 01  HOLD-TABLE-AREA.                                             02140000
021500     05  HOLD-COUNT          PIC S9(4) BINARY VALUE ZERO.         02150000
021600     05  HOLD-USED           PIC S9(8) BINARY VALUE ZERO.         02160000
021700     05  HOLD-ENTRY          OCCURS 32 TIMES.                     02170000
021800         10  HOLD-OFFSET     PIC S9(8) BINARY.                    02180000
021900         10  HOLD-LEN        PIC S9(8) BINARY.                    02190000
022000 01  HOLD-BUFFER             PIC X(65534).                        02200000
022100* the page group in progress. the BNG is held until the ACCOUNT   02210000
022200* tag behind it says whether the page group is wanted.            02220000
022300 77  PGRP-STATE              PIC X VALUE LOW-VALUE.               02230000
022400     88  NO-PGRP-ACTIVE      VALUE LOW-VALUE.                     02240000
022500     88  PGRP-AWAIT-TAG      VALUE '1'.                           02250000
022600     88  PGRP-SELECTED       VALUE '2'.                           02260000
022700     88  PGRP-SKIPPED        VALUE '3'.                           02270000
022800 77  PGRP-MATCH-FLAG         PIC X VALUE LOW-VALUE.               02280000
022900     88  PGRP-MATCHED        VALUE HIGH-VALUE.                    02290000
023000     88  PGRP-NOT-MATCHED    VALUE LOW-VALUE.                     02300000
023100 77  PGRP-ACCT               PIC X(20) VALUE SPACES.              02310000
023200 77  PGRP-PAGES              PIC S9(8) BINARY VALUE ZERO.         02320000
023300 77  PGRP-FIRST-REQ          PIC S9(4) BINARY VALUE ZERO.         02330000
023400 77  PGRP-BNG-LEN            PIC 9(8) BINARY VALUE ZERO.          02340000
023500 01  PGRP-BNG-BUFFER         PIC X(32767).                        02350000
023600* run totals for the log and the step messages.                   02360000
023700 77  RECORD-COUNT            PIC S9(8) BINARY VALUE ZERO.         02370000
023800 77  PGRP-READ-COUNT         PIC S9(8) BINARY VALUE ZERO.         02380000
023900 77  UNTAGGED-PGRP-COUNT     PIC S9(8) BINARY VALUE ZERO.         02390000
024000 77  DOCS-WRITTEN            PIC S9(8) BINARY VALUE ZERO.         02400000
024100 77  PGRPS-WRITTEN           PIC S9(8) BINARY VALUE ZERO.         02410000
024200 77  PAGES-WRITTEN           PIC S9(8) BINARY VALUE ZERO.         02420000
024300 77  REPRINT-REC-COUNT       PIC S9(8) BINARY VALUE ZERO.         02430000
024400 77  NOT-FOUND-COUNT         PIC S9(8) BINARY VALUE ZERO.         02440000
024500 77  CARD-REJECT-COUNT       PIC S9(8) BINARY VALUE ZERO.         02450000
024600 77  ERROR-COUNT             PIC S9(4) BINARY VALUE ZERO.         02460000
024700 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       02470000
024800* report line layouts.                                            02480000
024900 01  PAGE-HEADING-1.                                              02490000
025000     05  FILLER              PIC X(31) VALUE                      02500000
025100         'ACIF STATEMENT REPRINT LOG FOR '.                       02510000
025200     05  HDG-DATE            PIC X(8).                            02520000
025300     05  FILLER              PIC X(82) VALUE SPACES.              02530000
025400 01  CARD-REJECT-LINE.                                            02540000
025500     05  FILLER              PIC X(16) VALUE '  CARD REJECTED '.  02550000
025600     05  CRL-CARD            PIC X(68).                           02560000
025700     05  FILLER              PIC X(2) VALUE SPACES.               02570000
025800     05  CRL-REASON          PIC X(35).                           02580000
025900 01  EXTRACT-HEADING.                                             02590000
026000     05  FILLER              PIC X(7)  VALUE '  REQ  '.           02600000
026100     05  FILLER              PIC X(10) VALUE 'REPORT    '.        02610000
026200     05  FILLER              PIC X(10) VALUE 'RUN-DATE  '.        02620000
026300     05  FILLER              PIC X(22) VALUE                      02630000
026400         'ACCOUNT               '.                                02640000
026500     05  FILLER              PIC X(9)  VALUE '   DOC   '.         02650000
026600     05  FILLER              PIC X(7)  VALUE '  PAGES'.           02660000
026700     05  FILLER              PIC X(56) VALUE SPACES.              02670000
026800 01  EXTRACT-DETAIL-LINE.                                         02680000
026900     05  FILLER              PIC X(2) VALUE SPACES.               02690000
027000     05  XDL-REQ             PIC ZZ9.                             02700000
027100     05  FILLER              PIC X(2) VALUE SPACES.               02710000
027200     05  XDL-REPT-ID         PIC X(8).                            02720000
027300     05  FILLER              PIC X(2) VALUE SPACES.               02730000
027400     05  XDL-RUN-DATE        PIC X(8).                            02740000
027500     05  FILLER              PIC X(2) VALUE SPACES.               02750000
027600     05  XDL-ACCT            PIC X(20).                           02760000
027700     05  FILLER              PIC X(2) VALUE SPACES.               02770000
027800     05  XDL-DOC             PIC ZZZ,ZZ9.                         02780000
027900     05  FILLER              PIC X(2) VALUE SPACES.               02790000
028000     05  XDL-PAGES           PIC ZZZ,ZZ9.                         02800000
028100     05  FILLER              PIC X(56) VALUE SPACES.              02810000
028200 01  REQUEST-HEADING.                                             02820000
028300     05  FILLER              PIC X(6)  VALUE ' REQ  '.            02830000
028400     05  FILLER              PIC X(10) VALUE 'REQUESTER '.        02840000
028500     05  FILLER              PIC X(10) VALUE 'REPORT    '.        02850000
028600     05  FILLER              PIC X(10) VALUE 'RUN-DATE  '.        02860000
028700     05  FILLER              PIC X(22) VALUE                      02870000
028800         'ACCOUNT FROM          '.                                02880000
028900     05  FILLER              PIC X(22) VALUE                      02890000
029000         'ACCOUNT TO            '.                                02900000
029100     05  FILLER              PIC X(9)  VALUE '   DOCS  '.         02910000
029200     05  FILLER              PIC X(9)  VALUE ' GROUPS  '.         02920000
029300     05  FILLER              PIC X(11) VALUE '     PAGES '.       02930000
029400     05  FILLER              PIC X(12) VALUE ' STATUS     '.      02940000
029500 01  REQUEST-DETAIL-LINE.                                         02950000
029600     05  FILLER              PIC X(1) VALUE SPACE.                02960000
029700     05  RDL-REQ             PIC ZZ9.                             02970000
029800     05  FILLER              PIC X(2) VALUE SPACES.               02980000
029900     05  RDL-REQUESTER       PIC X(8).                            02990000
030000     05  FILLER              PIC X(2) VALUE SPACES.               03000000
030100     05  RDL-REPT-ID         PIC X(8).                            03010000
030200     05  FILLER              PIC X(2) VALUE SPACES.               03020000
030300     05  RDL-RUN-DATE        PIC X(8).                            03030000
030400     05  FILLER              PIC X(2) VALUE SPACES.               03040000
030500     05  RDL-ACCT-FROM       PIC X(20).                           03050000
030600     05  FILLER              PIC X(2) VALUE SPACES.               03060000
030700     05  RDL-ACCT-TO         PIC X(20).                           03070000
030800     05  FILLER              PIC X(2) VALUE SPACES.               03080000
030900     05  RDL-DOCS            PIC ZZZ,ZZ9.                         03090000
031000     05  FILLER              PIC X(2) VALUE SPACES.               03100000
031100     05  RDL-PGRPS           PIC ZZZ,ZZ9.                         03110000
031200     05  FILLER              PIC X(2) VALUE SPACES.               03120000
031300     05  RDL-PAGES           PIC Z,ZZZ,ZZ9.                       03130000
031400     05  FILLER              PIC X(2) VALUE SPACES.               03140000
031500     05  RDL-STATUS          PIC X(9).                            03150000
031600     05  FILLER              PIC X(3) VALUE SPACES.               03160000
031700 01  SUMMARY-LINE.                                                03170000
031800     05  FILLER              PIC X(2) VALUE SPACES.               03180000
031900     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03190000
032000     05  FILLER              PIC X VALUE SPACE.                   03200000
032100     05  SUM-TEXT            PIC X(50).                           03210000
032200     05  FILLER              PIC X(59) VALUE SPACES.              03220000
032300     SKIP1                                                        03230000
032400/ AFP STRUCTURED FIELD DEFINITIONS.                               03240000
032500     COPY STRFLDS SUPPRESS.                                       03250000
032600     SKIP1                                                        03260000
032700 TITLE 'Initialization and Main Line'.                            03270000
032800 PROCEDURE DIVISION.                                              03280000
032900     PERFORM INITIALIZE-RUN.                                      03290000
033000     PERFORM LOAD-REQUESTS.                                       03300000
033100     IF REQ-COUNT = ZERO                                          03310000
033200      THEN                                                        03320000
033300      DISPLAY PGMNAME, ' NO VALID REPRINT REQUESTS - NOTHING ',   03330000
033400          'TO EXTRACT.';                                          03340000
033500      SET AFPIN-DONE TO TRUE                                      03350000
033600     END-IF.                                                      03360000
033700     PERFORM PROCESS-ONE-RECORD UNTIL AFPIN-DONE.                 03370000
033800     PERFORM PRINT-REQUESTS.                                      03380000
033900     PERFORM PRINT-RUN-TOTALS.                                    03390000
034000     PERFORM FINISH-RUN.                                          03400000
034100     GOBACK.                                                      03410000
034200* open the converted output, the reprint dataset, and the log.    03420000
034300* a missing input is a hard failure: there is nothing to pull     03430000
034400* the statements from.                                            03440000
034500 INITIALIZE-RUN.                                                  03450000
034600     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            03460000
034700     OPEN INPUT AFPIN-FILE.                                       03470000
034800     IF NOT AFPIN-FILE-OK                                         03480000
034900      THEN                                                        03490000
035000      DISPLAY PGMNAME, ' OPEN OF AFPINDD FAILED, FILE STATUS=',   03500000
035100          AFPIN-FILE-STATUS;                                      03510000
035200      MOVE 8 TO RETURN-CODE;                                      03520000
035300      SET AFPIN-DONE TO TRUE                                      03530000
035400     END-IF.                                                      03540000
035500     OPEN OUTPUT REPRINT-FILE.                                    03550000
035600     IF NOT REPRINT-FILE-OK                                       03560000
035700      THEN                                                        03570000
035800      DISPLAY PGMNAME, ' OPEN OF REPRTDD FAILED, FILE STATUS=',   03580000
035900          REPRINT-FILE-STATUS;                                    03590000
036000      MOVE 8 TO RETURN-CODE;                                      03600000
036100      SET AFPIN-DONE TO TRUE                                      03610000
036200     END-IF.                                                      03620000
036300     OPEN OUTPUT PRINT-FILE.                                      03630000
036400     IF NOT PRINT-FILE-OK                                         03640000
036500      THEN                                                        03650000
036600      DISPLAY PGMNAME, ' OPEN OF REPORTDD FAILED, FILE STATUS=',  03660000
036700          PRINT-FILE-STATUS                                       03670000
036800     END-IF.                                                      03680000
036900     MOVE TODAY-DATE TO HDG-DATE.                                 03690000
037000     MOVE PAGE-HEADING-1 TO PRINT-RECORD.                         03700000
037100     PERFORM WRITE-PRINT-LINE.                                    03710000
037200     MOVE SPACES TO PRINT-RECORD.                                 03720000
037300     PERFORM WRITE-PRINT-LINE.                                    03730000
037400* load the request cards into the request table. a card that      03740000
037500* fails the edits is printed on the log with the reason and       03750000
037600* left out, so one bad card does not stop the others.             03760000
037700 LOAD-REQUESTS.                                                   03770000
037800     OPEN INPUT REQUEST-FILE.                                     03780000
037900     IF REQUEST-FILE-OK                                           03790000
038000      THEN                                                        03800000
038100      PERFORM LOAD-ONE-REQUEST UNTIL REQUEST-DONE;                03810000
038200      CLOSE REQUEST-FILE                                          03820000
038300      ELSE                                                        03830000
038400      DISPLAY PGMNAME, ' OPEN OF REQCARDS FAILED, FILE STATUS=',  03840000
038500          REQUEST-FILE-STATUS;                                    03850000
038600      MOVE 8 TO RETURN-CODE                                       03860000
038700     END-IF.                                                      03870000
038800     IF CARD-REJECT-COUNT > 0                                     03880000
038900      THEN                                                        03890000
039000      MOVE SPACES TO PRINT-RECORD;                                03900000
039100      PERFORM WRITE-PRINT-LINE                                    03910000
039200     END-IF.                                                      03920000
039300     MOVE EXTRACT-HEADING TO PRINT-RECORD.                        03930000
039400     PERFORM WRITE-PRINT-LINE.                                    03940000
039500 LOAD-ONE-REQUEST.                                                03950000
039600     READ REQUEST-FILE.                                           03960000
039700     IF NOT REQUEST-FILE-OK                                       03970000
039800      THEN                                                        03980000
039900      SET REQUEST-DONE TO TRUE                                    03990000
040000      ELSE                                                        04000000
040100      IF RQIN-REQUESTER (1:1) = '*' OR REQUEST-RECORD = SPACES    04010000
040200       THEN                                                       04020000
040300       CONTINUE                                                   04030000
040400       ELSE                                                       04040000
040500       PERFORM STORE-REQUEST                                      04050000
040600      END-IF                                                      04060000
040700     END-IF.                                                      04070000
040800* edit and file one request. the report id, run date, and first   04080000
040900* account are required; a blank last account asks for the one     04090000
041000* account, and a range must not run backwards.                    04100000
041100 STORE-REQUEST.                                                   04110000
041200     MOVE SPACES TO CARD-REASON.                                  04120000
041300     IF RQIN-ACCT-TO = SPACES                                     04130000
041400      THEN                                                        04140000
041500      MOVE RQIN-ACCT-FROM TO RQIN-ACCT-TO                         04150000
041600     END-IF.                                                      04160000
041700     EVALUATE TRUE                                                04170000
041800       WHEN RQIN-REQUESTER = SPACES                               04180000
041900         MOVE 'NO REQUESTER NAMED' TO CARD-REASON                 04190000
042000       WHEN RQIN-REPT-ID = SPACES                                 04200000
042100         MOVE 'NO REPORT ID' TO CARD-REASON                       04210000
042200       WHEN RQIN-RUN-DATE = SPACES                                04220000
042300         MOVE 'NO RUN DATE' TO CARD-REASON                        04230000
042400       WHEN RQIN-ACCT-FROM = SPACES                               04240000
042500         MOVE 'NO ACCOUNT NUMBER' TO CARD-REASON                  04250000
042600       WHEN RQIN-ACCT-TO < RQIN-ACCT-FROM                         04260000
042700         MOVE 'ACCOUNT RANGE RUNS BACKWARDS' TO CARD-REASON       04270000
042800       WHEN REQ-COUNT NOT < REQ-MAX                               04280000
042900         MOVE 'REQUEST TABLE FULL' TO CARD-REASON                 04290000
043000       WHEN OTHER                                                 04300000
043100         CONTINUE                                                 04310000
043200     END-EVALUATE.                                                04320000
043300     IF CARD-REASON NOT = SPACES                                  04330000
043400      THEN                                                        04340000
043500      ADD 1 TO CARD-REJECT-COUNT;                                 04350000
043600      MOVE REQUEST-RECORD TO CRL-CARD;                            04360000
043700      MOVE CARD-REASON TO CRL-REASON;                             04370000
043800      MOVE CARD-REJECT-LINE TO PRINT-RECORD;                      04380000
043900      PERFORM WRITE-PRINT-LINE                                    04390000
044000      ELSE                                                        04400000
044100      ADD 1 TO REQ-COUNT;                                         04410000
044200      MOVE RQIN-REQUESTER TO REQ-REQUESTER (REQ-COUNT);           04420000
044300      MOVE RQIN-REPT-ID TO REQ-REPT-ID (REQ-COUNT);               04430000
044400      MOVE RQIN-RUN-DATE TO REQ-RUN-DATE (REQ-COUNT);             04440000
044500      MOVE RQIN-ACCT-FROM TO REQ-ACCT-FROM (REQ-COUNT);           04450000
044600      MOVE RQIN-ACCT-TO TO REQ-ACCT-TO (REQ-COUNT);               04460000
044700      MOVE SPACE TO REQ-IN-PGRP (REQ-COUNT);                      04470000
044800      MOVE ZERO TO REQ-LAST-DOC (REQ-COUNT);                      04480000
044900      MOVE ZERO TO REQ-DOCS (REQ-COUNT);                          04490000
045000      MOVE ZERO TO REQ-PGRPS (REQ-COUNT);                         04500000
045100      MOVE ZERO TO REQ-PAGES (REQ-COUNT)                          04510000
045200     END-IF.                                                      04520000
045300     EJECT                                                        04530000
045400* read one converted record and decide where it goes. the         04540000
045500* record behind a held BNG settles the page group first; then a   04550000
045600* document or page group boundary opens or closes its             04560000
045700* structure, a record inside a page group follows the group,      04570000
045800* a document level record is held or written with its             04580000
045900* document, and a record outside any document is shared.          04590000
046000 PROCESS-ONE-RECORD.                                              04600000
046100     READ AFPIN-FILE.                                             04610000
046200     IF NOT AFPIN-FILE-OK                                         04620000
046300      THEN                                                        04630000
046400      SET AFPIN-DONE TO TRUE                                      04640000
046500      ELSE                                                        04650000
046600      ADD 1 TO RECORD-COUNT;                                      04660000
046700      PERFORM CLASSIFY-RECORD;                                    04670000
046800      IF PGRP-AWAIT-TAG                                           04680000
046900       THEN                                                       04690000
047000       PERFORM CHECK-PAGE-GROUP-TAG                               04700000
047100      END-IF;                                                     04710000
047200      EVALUATE TRUE                                               04720000
047300        WHEN WRAP-TYPE = SF-BDT                                   04730000
047400          PERFORM START-DOCUMENT                                  04740000
047500        WHEN WRAP-TYPE = SF-EDT AND IN-DOCUMENT                   04750000
047600          PERFORM END-DOCUMENT                                    04760000
047700        WHEN WRAP-TYPE = SF-BNG AND IN-DOCUMENT                   04770000
047800          PERFORM START-PAGE-GROUP                                04780000
047900        WHEN WRAP-TYPE = SF-ENG AND NOT NO-PGRP-ACTIVE            04790000
048000          PERFORM END-PAGE-GROUP                                  04800000
048100        WHEN PGRP-SELECTED                                        04810000
048200          IF WRAP-TYPE = SF-BPG                                   04820000
048300           THEN                                                   04830000
048400           ADD 1 TO PGRP-PAGES                                    04840000
048500          END-IF;                                                 04850000
048600          PERFORM WRITE-CURRENT-RECORD                            04860000
048700        WHEN PGRP-SKIPPED                                         04870000
048800          CONTINUE                                                04880000
048900        WHEN IN-DOCUMENT                                          04890000
049000          PERFORM DOCUMENT-LEVEL-RECORD                           04900000
049100        WHEN OTHER                                                04910000
049200          PERFORM WRITE-CURRENT-RECORD                            04920000
049300      END-EVALUATE                                                04930000
049400     END-IF.                                                      04940000
049500* establish the structured field type the record carries: the     04950000
049600* type behind the NOP wrapper when the record is one of the       04960000
049700* protecting NOPs ACIFIBDT builds, with the data applying behind  04970000
049800* the embedded nine byte introducer; otherwise the record's own   04980000
049900* type.                                                           04990000
050000 CLASSIFY-RECORD.                                                 05000000
050100     IF AFP-IS-NOP AND AFPIN-RECLEN > 15                          05010000
050200      THEN                                                        05020000
050300      MOVE AFP-DATA (4 : 3) TO WRAP-TYPE;                         05030000
050400      MOVE 9 TO WRAP-BASE                                         05040000
050500      ELSE                                                        05050000
050600      MOVE AFP-TYPE TO WRAP-TYPE;                                 05060000
050700      MOVE ZERO TO WRAP-BASE                                      05070000
050800     END-IF.                                                      05080000
050900* a document begins: nothing is known about it yet, so its BDT    05090000
051000* is held until one of its page groups is selected.               05100000
051100 START-DOCUMENT.                                                  05110000
051200     IF IN-DOCUMENT                                               05120000
051300      THEN                                                        05130000
051400      DISPLAY PGMNAME, ' DOCUMENT WITHOUT AN EDT DROPPED AT ',    05140000
051500          'RECORD ', RECORD-COUNT;                                05150000
051600      ADD 1 TO ERROR-COUNT                                        05160000
051700     END-IF.                                                      05170000
051800     SET IN-DOCUMENT TO TRUE.                                     05180000
051900     SET DOC-NOT-WRITTEN TO TRUE.                                 05190000
052000     SET HOLD-FITS TO TRUE.                                       05200000
052100     SET NO-PGRP-ACTIVE TO TRUE.                                  05210000
052200     ADD 1 TO DOC-SEQ.                                            05220000
052300     MOVE SPACES TO DOC-REPT-ID.                                  05230000
052400     MOVE SPACES TO DOC-RUN-DATE.                                 05240000
052500     MOVE ZERO TO HOLD-COUNT.                                     05250000
052600     MOVE ZERO TO HOLD-USED.                                      05260000
052700     PERFORM HOLD-RECORD.                                         05270000
052800* a document level record: pick up the report and run date tags   05280000
052900* as they pass, and keep the record with its document - held      05290000
053000* while nothing is selected yet, written once something is.       05300000
053100 DOCUMENT-LEVEL-RECORD.                                           05310000
053200     IF WRAP-TYPE = SF-TLE AND                                    05320000
053300        AFPIN-RECLEN NOT < WRAP-BASE + 33                         05330000
053400      THEN                                                        05340000
053500      MOVE AFP-DATA (WRAP-BASE + TLE-NAME-OFFSET : 8) TO TLE-NAME;05350000
053600      IF TLE-NAME = 'REPORT  '                                    05360000
053700       THEN                                                       05370000
053800       MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO        05380000
053900           DOC-REPT-ID                                            05390000
054000      END-IF;                                                     05400000
054100      IF TLE-NAME = 'RUNDATE '                                    05410000
054200       THEN                                                       05420000
054300       MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 8) TO        05430000
054400           DOC-RUN-DATE                                           05440000
054500      END-IF                                                      05450000
054600     END-IF.                                                      05460000
054700     IF DOC-WRITTEN                                               05470000
054800      THEN                                                        05480000
054900      PERFORM WRITE-CURRENT-RECORD                                05490000
055000      ELSE                                                        05500000
055100      PERFORM HOLD-RECORD                                         05510000
055200     END-IF.                                                      05520000
055300* keep a document level record in the hold area. a document       05530000
055400* whose prolog will not fit cannot be reprinted whole; that is    05540000
055500* reported if one of its page groups is asked for.                05550000
055600 HOLD-RECORD.                                                     05560000
055700     IF HOLD-COUNT < HOLD-MAX AND                                 05570000
055800        HOLD-USED + AFPIN-RECLEN NOT > HOLD-BUFFER-MAX            05580000
055900      THEN                                                        05590000
056000      ADD 1 TO HOLD-COUNT;                                        05600000
056100      MOVE HOLD-USED TO HOLD-OFFSET (HOLD-COUNT);                 05610000
056200      ADD 1 TO HOLD-OFFSET (HOLD-COUNT);                          05620000
056300      MOVE AFPIN-RECLEN TO HOLD-LEN (HOLD-COUNT);                 05630000
056400      MOVE AFP-RECORD (1 : AFPIN-RECLEN) TO                       05640000
056500          HOLD-BUFFER (HOLD-OFFSET (HOLD-COUNT) : AFPIN-RECLEN);  05650000
056600      ADD AFPIN-RECLEN TO HOLD-USED                               05660000
056700      ELSE                                                        05670000
056800      SET HOLD-OVERFLOW TO TRUE                                   05680000
056900     END-IF.                                                      05690000
057000* a page group begins: hold its BNG until the ACCOUNT tag that    05700000
057100* follows it is read.                                             05710000
057200 START-PAGE-GROUP.                                                05720000
057300     ADD 1 TO PGRP-READ-COUNT.                                    05730000
057400     MOVE AFPIN-RECLEN TO PGRP-BNG-LEN.                           05740000
057500     MOVE AFP-RECORD (1 : AFPIN-RECLEN) TO                        05750000
057600         PGRP-BNG-BUFFER (1 : PGRP-BNG-LEN).                      05760000
057700     MOVE ZERO TO PGRP-PAGES.                                     05770000
057800     MOVE ZERO TO PGRP-FIRST-REQ.                                 05780000
057900     MOVE SPACES TO PGRP-ACCT.                                    05790000
058000     SET PGRP-AWAIT-TAG TO TRUE.                                  05800000
058100* the record behind the BNG should be its ACCOUNT tag: match the  05810000
058200* account against every request for the document's report and     05820000
058300* run date. a selected page group releases its document's held    05830000
058400* records, then its own BNG, ahead of the tag itself.             05840000
058500 CHECK-PAGE-GROUP-TAG.                                            05850000
058600     IF WRAP-TYPE = SF-TLE AND                                    05860000
058700        AFPIN-RECLEN NOT < WRAP-BASE + 45 AND                     05870000
058800        AFP-DATA (WRAP-BASE + TLE-NAME-OFFSET : 8) = 'ACCOUNT '   05880000
058900      THEN                                                        05890000
059000      MOVE AFP-DATA (WRAP-BASE + TLE-VALUE-OFFSET : 20) TO        05900000
059100          PGRP-ACCT                                               05910000
059200      ELSE                                                        05920000
059300      ADD 1 TO UNTAGGED-PGRP-COUNT                                05930000
059400     END-IF.                                                      05940000
059500     SET PGRP-NOT-MATCHED TO TRUE.                                05950000
059600     IF PGRP-ACCT NOT = SPACES                                    05960000
059700      THEN                                                        05970000
059800      PERFORM MATCH-ONE-REQUEST VARYING REQ-SUB FROM 1 BY 1       05980000
059900          UNTIL REQ-SUB > REQ-COUNT                               05990000
060000     END-IF.                                                      06000000
060100     IF PGRP-MATCHED AND HOLD-OVERFLOW                            06010000
060200      THEN                                                        06020000
060300      DISPLAY PGMNAME, ' DOCUMENT PROLOG TOO LARGE TO HOLD, ',    06030000
060400          'ACCOUNT NOT REPRINTED: ', PGRP-ACCT;                   06040000
060500      ADD 1 TO ERROR-COUNT;                                       06050000
060600      PERFORM CLEAR-ONE-MATCH VARYING REQ-SUB FROM 1 BY 1         06060000
060700          UNTIL REQ-SUB > REQ-COUNT;                              06070000
060800      SET PGRP-NOT-MATCHED TO TRUE                                06080000
060900     END-IF.                                                      06090000
061000     IF PGRP-MATCHED                                              06100000
061100      THEN                                                        06110000
061200      SET PGRP-SELECTED TO TRUE;                                  06120000
061300      IF DOC-NOT-WRITTEN                                          06130000
061400       THEN                                                       06140000
061500       PERFORM RELEASE-HELD-RECORD VARYING HOLD-SUB FROM 1 BY 1   06150000
061600           UNTIL HOLD-SUB > HOLD-COUNT;                           06160000
061700       SET DOC-WRITTEN TO TRUE;                                   06170000
061800       ADD 1 TO DOCS-WRITTEN                                      06180000
061900      END-IF;                                                     06190000
062000      MOVE PGRP-BNG-LEN TO REPRINT-RECLEN;                        06200000
062100      MOVE PGRP-BNG-BUFFER (1 : PGRP-BNG-LEN) TO                  06210000
062200          REPRINT-RECORD (1 : REPRINT-RECLEN);                    06220000
062300      PERFORM WRITE-REPRINT-RECORD                                06230000
062400      ELSE                                                        06240000
062500      SET PGRP-SKIPPED TO TRUE                                    06250000
062600     END-IF.                                                      06260000
062700 MATCH-ONE-REQUEST.                                               06270000
062800     MOVE SPACE TO REQ-IN-PGRP (REQ-SUB).                         06280000
062900     IF REQ-REPT-ID (REQ-SUB) = DOC-REPT-ID AND                   06290000
063000        REQ-RUN-DATE (REQ-SUB) = DOC-RUN-DATE AND                 06300000
063100        PGRP-ACCT NOT < REQ-ACCT-FROM (REQ-SUB) AND               06310000
063200        PGRP-ACCT NOT > REQ-ACCT-TO (REQ-SUB)                     06320000
063300      THEN                                                        06330000
063400      SET PGRP-MATCHED TO TRUE;                                   06340000
063500      MOVE 'Y' TO REQ-IN-PGRP (REQ-SUB);                          06350000
063600      IF PGRP-FIRST-REQ = ZERO                                    06360000
063700       THEN                                                       06370000
063800       MOVE REQ-SUB TO PGRP-FIRST-REQ                             06380000
063900      END-IF                                                      06390000
064000     END-IF.                                                      06400000
064100 CLEAR-ONE-MATCH.                                                 06410000
064200     MOVE SPACE TO REQ-IN-PGRP (REQ-SUB).                         06420000
064300 RELEASE-HELD-RECORD.                                             06430000
064400     MOVE HOLD-LEN (HOLD-SUB) TO REPRINT-RECLEN.                  06440000
064500     MOVE HOLD-BUFFER (HOLD-OFFSET (HOLD-SUB) : REPRINT-RECLEN)   06450000
064600         TO REPRINT-RECORD (1 : REPRINT-RECLEN).                  06460000
064700     PERFORM WRITE-REPRINT-RECORD.                                06470000
064800* a page group ends: a selected one gets its ENG, its log line,   06480000
064900* and its counts credited to every request it satisfied.          06490000
065000 END-PAGE-GROUP.                                                  06500000
065100     IF PGRP-SELECTED                                             06510000
065200      THEN                                                        06520000
065300      PERFORM WRITE-CURRENT-RECORD;                               06530000
065400      ADD 1 TO PGRPS-WRITTEN;                                     06540000
065500      ADD PGRP-PAGES TO PAGES-WRITTEN;                            06550000
065600      PERFORM CREDIT-ONE-REQUEST VARYING REQ-SUB FROM 1 BY 1      06560000
065700          UNTIL REQ-SUB > REQ-COUNT;                              06570000
065800      MOVE PGRP-FIRST-REQ TO XDL-REQ;                             06580000
065900      MOVE DOC-REPT-ID TO XDL-REPT-ID;                            06590000
066000      MOVE DOC-RUN-DATE TO XDL-RUN-DATE;                          06600000
066100      MOVE PGRP-ACCT TO XDL-ACCT;                                 06610000
066200      MOVE DOC-SEQ TO XDL-DOC;                                    06620000
066300      MOVE PGRP-PAGES TO XDL-PAGES;                               06630000
066400      MOVE EXTRACT-DETAIL-LINE TO PRINT-RECORD;                   06640000
066500      PERFORM WRITE-PRINT-LINE                                    06650000
066600     END-IF.                                                      06660000
066700     SET NO-PGRP-ACTIVE TO TRUE.                                  06670000
066800 CREDIT-ONE-REQUEST.                                              06680000
066900     IF REQ-MATCHES-PGRP (REQ-SUB)                                06690000
067000      THEN                                                        06700000
067100      ADD 1 TO REQ-PGRPS (REQ-SUB);                               06710000
067200      ADD PGRP-PAGES TO REQ-PAGES (REQ-SUB);                      06720000
067300      IF REQ-LAST-DOC (REQ-SUB) NOT = DOC-SEQ                     06730000
067400       THEN                                                       06740000
067500       ADD 1 TO REQ-DOCS (REQ-SUB);                               06750000
067600       MOVE DOC-SEQ TO REQ-LAST-DOC (REQ-SUB)                     06760000
067700      END-IF;                                                     06770000
067800      MOVE SPACE TO REQ-IN-PGRP (REQ-SUB)                         06780000
067900     END-IF.                                                      06790000
068000* a document ends: its EDT closes the structure on the reprint    06800000
068100* when anything of it was written; otherwise it is dropped with   06810000
068200* everything held for it.                                         06820000
068300 END-DOCUMENT.                                                    06830000
068400     IF NOT NO-PGRP-ACTIVE                                        06840000
068500      THEN                                                        06850000
068600      DISPLAY PGMNAME, ' PAGE GROUP WITHOUT AN ENG CLOSED AT ',   06860000
068700          'RECORD ', RECORD-COUNT;                                06870000
068800      ADD 1 TO ERROR-COUNT;                                       06880000
068900      SET NO-PGRP-ACTIVE TO TRUE                                  06890000
069000     END-IF.                                                      06900000
069100     IF DOC-WRITTEN                                               06910000
069200      THEN                                                        06920000
069300      PERFORM WRITE-CURRENT-RECORD                                06930000
069400     END-IF.                                                      06940000
069500     SET BETWEEN-DOCUMENTS TO TRUE.                               06950000
069600     MOVE ZERO TO HOLD-COUNT.                                     06960000
069700     MOVE ZERO TO HOLD-USED.                                      06970000
069800 WRITE-CURRENT-RECORD.                                            06980000
069900     MOVE AFPIN-RECLEN TO REPRINT-RECLEN.                         06990000
070000     MOVE AFP-RECORD (1 : AFPIN-RECLEN) TO                        07000000
070100         REPRINT-RECORD (1 : REPRINT-RECLEN).                     07010000
070200     PERFORM WRITE-REPRINT-RECORD.                                07020000
070300 WRITE-REPRINT-RECORD.                                            07030000
070400     WRITE REPRINT-RECORD.                                        07040000
070500     IF REPRINT-FILE-OK                                           07050000
070600      THEN                                                        07060000
070700      ADD 1 TO REPRINT-REC-COUNT                                  07070000
070800      ELSE                                                        07080000
070900      DISPLAY PGMNAME, ' WRITE TO REPRTDD FAILED, FILE ',         07090000
071000          'STATUS=', REPRINT-FILE-STATUS;                         07100000
071100      ADD 1 TO ERROR-COUNT;                                       07110000
071200      SET AFPIN-DONE TO TRUE                                      07120000
071300     END-IF.                                                      07130000
071400     EJECT                                                        07140000
071500* print every request with its requester and what was found for   07150000
071600* it. a request that matched nothing is flagged.                  07160000
071700 PRINT-REQUESTS.                                                  07170000
071800     MOVE SPACES TO PRINT-RECORD.                                 07180000
071900     PERFORM WRITE-PRINT-LINE.                                    07190000
072000     MOVE REQUEST-HEADING TO PRINT-RECORD.                        07200000
072100     PERFORM WRITE-PRINT-LINE.                                    07210000
072200     PERFORM PRINT-ONE-REQUEST VARYING REQ-SUB FROM 1 BY 1        07220000
072300         UNTIL REQ-SUB > REQ-COUNT.                               07230000
072400 PRINT-ONE-REQUEST.                                               07240000
072500     MOVE REQ-SUB TO RDL-REQ.                                     07250000
072600     MOVE REQ-REQUESTER (REQ-SUB) TO RDL-REQUESTER.               07260000
072700     MOVE REQ-REPT-ID (REQ-SUB) TO RDL-REPT-ID.                   07270000
072800     MOVE REQ-RUN-DATE (REQ-SUB) TO RDL-RUN-DATE.                 07280000
072900     MOVE REQ-ACCT-FROM (REQ-SUB) TO RDL-ACCT-FROM.               07290000
073000     MOVE REQ-ACCT-TO (REQ-SUB) TO RDL-ACCT-TO.                   07300000
073100     MOVE REQ-DOCS (REQ-SUB) TO RDL-DOCS.                         07310000
073200     MOVE REQ-PGRPS (REQ-SUB) TO RDL-PGRPS.                       07320000
073300     MOVE REQ-PAGES (REQ-SUB) TO RDL-PAGES.                       07330000
073400     IF REQ-PGRPS (REQ-SUB) = ZERO                                07340000
073500      THEN                                                        07350000
073600      ADD 1 TO NOT-FOUND-COUNT;                                   07360000
073700      MOVE 'NOT FOUND' TO RDL-STATUS                              07370000
073800      ELSE                                                        07380000
073900      MOVE 'FOUND' TO RDL-STATUS                                  07390000
074000     END-IF.                                                      07400000
074100     MOVE REQUEST-DETAIL-LINE TO PRINT-RECORD.                    07410000
074200     PERFORM WRITE-PRINT-LINE.                                    07420000
074300 PRINT-RUN-TOTALS.                                                07430000
074400     MOVE SPACES TO PRINT-RECORD.                                 07440000
074500     PERFORM WRITE-PRINT-LINE.                                    07450000
074600     MOVE REQ-COUNT TO SUM-COUNT.                                 07460000
074700     MOVE 'REPRINT REQUESTS ACCEPTED' TO SUM-TEXT.                07470000
074800     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07480000
074900     PERFORM WRITE-PRINT-LINE.                                    07490000
075000     MOVE CARD-REJECT-COUNT TO SUM-COUNT.                         07500000
075100     MOVE 'REQUEST CARDS REJECTED' TO SUM-TEXT.                   07510000
075200     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07520000
075300     PERFORM WRITE-PRINT-LINE.                                    07530000
075400     MOVE NOT-FOUND-COUNT TO SUM-COUNT.                           07540000
075500     MOVE 'REQUESTS THAT MATCHED NOTHING' TO SUM-TEXT.            07550000
075600     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07560000
075700     PERFORM WRITE-PRINT-LINE.                                    07570000
075800     MOVE DOC-SEQ TO SUM-COUNT.                                   07580000
075900     MOVE 'DOCUMENTS READ FROM AFPINDD' TO SUM-TEXT.              07590000
076000     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07600000
076100     PERFORM WRITE-PRINT-LINE.                                    07610000
076200     MOVE PGRP-READ-COUNT TO SUM-COUNT.                           07620000
076300     MOVE 'PAGE GROUPS READ FROM AFPINDD' TO SUM-TEXT.            07630000
076400     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07640000
076500     PERFORM WRITE-PRINT-LINE.                                    07650000
076600     IF UNTAGGED-PGRP-COUNT > 0                                   07660000
076700      THEN                                                        07670000
076800      MOVE UNTAGGED-PGRP-COUNT TO SUM-COUNT;                      07680000
076900      MOVE 'PAGE GROUPS WITHOUT AN ACCOUNT TAG' TO SUM-TEXT;      07690000
077000      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07700000
077100      PERFORM WRITE-PRINT-LINE                                    07710000
077200     END-IF.                                                      07720000
077300     MOVE DOCS-WRITTEN TO SUM-COUNT.                              07730000
077400     MOVE 'DOCUMENTS WRITTEN TO REPRTDD' TO SUM-TEXT.             07740000
077500     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07750000
077600     PERFORM WRITE-PRINT-LINE.                                    07760000
077700     MOVE PGRPS-WRITTEN TO SUM-COUNT.                             07770000
077800     MOVE 'PAGE GROUPS WRITTEN TO REPRTDD' TO SUM-TEXT.           07780000
077900     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07790000
078000     PERFORM WRITE-PRINT-LINE.                                    07800000
078100     MOVE PAGES-WRITTEN TO SUM-COUNT.                             07810000
078200     MOVE 'PAGES WRITTEN TO REPRTDD' TO SUM-TEXT.                 07820000
078300     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07830000
078400     PERFORM WRITE-PRINT-LINE.                                    07840000
078500     MOVE REPRINT-REC-COUNT TO SUM-COUNT.                         07850000
078600     MOVE 'RECORDS WRITTEN TO REPRTDD' TO SUM-TEXT.               07860000
078700     MOVE SUMMARY-LINE TO PRINT-RECORD.                           07870000
078800     PERFORM WRITE-PRINT-LINE.                                    07880000
078900 WRITE-PRINT-LINE.                                                07890000
079000     IF PRINT-FILE-OK                                             07900000
079100      THEN                                                        07910000
079200      WRITE PRINT-RECORD;                                         07920000
079300      IF NOT PRINT-FILE-OK                                        07930000
079400       THEN                                                       07940000
079500       DISPLAY PGMNAME, ' WRITE TO REPORTDD FAILED, FILE ',       07950000
079600           'STATUS=', PRINT-FILE-STATUS                           07960000
079700      END-IF                                                      07970000
079800     END-IF.                                                      07980000
079900* close what is open and set the step's return code: 8 when an    07990000
080000* error kept a statement off the reprint, 4 when a request        08000000
080100* matched nothing or a card was rejected.                         08010000
080200 FINISH-RUN.                                                      08020000
080300     IF AFPIN-FILE-STATUS = '00' OR AFPIN-FILE-STATUS = '10'      08030000
080400      THEN                                                        08040000
080500      CLOSE AFPIN-FILE                                            08050000
080600     END-IF.                                                      08060000
080700     IF REPRINT-FILE-OK                                           08070000
080800      THEN                                                        08080000
080900      CLOSE REPRINT-FILE                                          08090000
081000     END-IF.                                                      08100000
081100     IF PRINT-FILE-OK                                             08110000
081200      THEN                                                        08120000
081300      CLOSE PRINT-FILE                                            08130000
081400     END-IF.                                                      08140000
081500     MOVE PGRPS-WRITTEN TO COUNT-DISP.                            08150000
081600     DISPLAY PGMNAME, ' ', COUNT-DISP, ' PAGE GROUPS ',           08160000
081700         'REPRINTED.'.                                            08170000
081800     MOVE NOT-FOUND-COUNT TO COUNT-DISP.                          08180000
081900     DISPLAY PGMNAME, ' ', COUNT-DISP, ' REQUESTS MATCHED ',      08190000
082000         'NOTHING.'.                                              08200000
082100     IF ERROR-COUNT > 0                                           08210000
082200      THEN                                                        08220000
082300      MOVE ERROR-COUNT TO COUNT-DISP;                             08230000
082400      DISPLAY PGMNAME, ' ', COUNT-DISP, ' ERRORS - SEE THE ',     08240000
082500          'MESSAGES ABOVE.';                                      08250000
082600      MOVE 8 TO RETURN-CODE                                       08260000
082700     END-IF.                                                      08270000
082800     IF (NOT-FOUND-COUNT > 0 OR CARD-REJECT-COUNT > 0)            08280000
082900        AND RETURN-CODE = ZERO                                    08290000
083000      THEN                                                        08300000
083100      MOVE 4 TO RETURN-CODE                                       08310000
083200     END-IF.                                                      08320000
083300 END PROGRAM ACIFRPRT.                                            08330000
