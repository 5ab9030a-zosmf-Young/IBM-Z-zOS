000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 20:00:00 BY  HOWARDT VERSION 06  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFPEDT.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
001900               duplicate PROF-REPT-ID keys, report-id and         00190000
002000               run-date extract fields that overlap each other,   00200000
002010               invalid account tag positions for the page-group   00201000
002040               index tags ACIFXIDX inserts or the document-level  00204000
002070               suppression check ACIFIBDT makes,                  00207000
002100               FORMDEF/PAGEDEF/CHARS values outside the shop      00210000
002200               naming standard (SITEPRFX), a missing '*DEFAULT'   00220000
002300               record, and records beyond the 200-entry table     00230000
002600               ends with return code 8 when anything fails, so    00260000
002700               the scheduler stops a bad master from reaching     00270000
002800               the night run.                                     00280000
002807                                                                  00280700
002814               RPTPROF may carry several versions of a family,    00281400
002821               keyed by report id and the date each takes effect. 00282100
002828               Changes are made through transactions (PROFCHG):   00282800
002835               add a version, change one, or delete one, each     00283500
002842               with its requester and request date. They are      00284200
002849               applied as the master is read and edited like any  00284900
002856               other record, and every field they change is       00285600
002863               appended with its before and after values to the   00286300
002870               permanent change log (CHGLOGDD) - only when the    00287000
002877               whole edit is clean, since a master with errors    00287700
002884               is not promoted.                                   00288400
002900                                                                  00290000
003000 DATE-WRITTEN. 02 Sep 2026.                                       00300000
003100 DATE-COMPILED.                                                   00310000
008100     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00810000
008200         ORGANIZATION IS SEQUENTIAL                               00820000
008300         FILE STATUS IS PRINT-FILE-STATUS.                        00830000
008310     SELECT CHANGE-FILE ASSIGN TO PROFCHG                         00831000
008320         ORGANIZATION IS SEQUENTIAL                               00832000
008330         FILE STATUS IS CHANGE-FILE-STATUS.                       00833000
008340     SELECT CHGLOG-FILE ASSIGN TO CHGLOGDD                        00834000
008350         ORGANIZATION IS SEQUENTIAL                               00835000
008360         FILE STATUS IS CHGLOG-FILE-STATUS.                       00836000
008400     EJECT                                                        00840000
008500 DATA DIVISION.                                                   00850000
008600 FILE SECTION.                                                    00860000
008700* THE REPORT PROFILE MASTER FILE, THE SAME LAYOUT ACIFIBDT AND    00870000
008770* ACIFXIDX LOAD. ONE RECORD PER VERSION OF A REPORT FAMILY, KEYED 00877000
008840* BY REPORT ID AND EFFECTIVE DATE; THE '*DEFAULT' RECORD REPLACES 00884000
008910* THE BUILT-IN DEFAULT.                                           00891000
009000 FD  PROFILE-FILE                                                 00900000
009100     LABEL RECORDS ARE STANDARD.                                  00910000
009200 01  PROFILE-RECORD.                                              00920000
010240     05  PROF-ACCT-FIELDS.                                        01024000
010250         10  PROF-ACCT-POS   PIC 9(5).                            01025000
010260         10  PROF-ACCT-LEN   PIC 9(2).                            01026000
010280* WHETHER THE FAMILY'S INPUT MUST END WITH THE PRODUCING JOB'S    01028000
010300* CONTROL-TOTAL TRAILER: R REQUIRED, O OR SPACE OPTIONAL.         01030000
010320     05  PROF-TRAILER-OPT    PIC X.                               01032000
010330* THE DATE THIS VERSION OF THE FAMILY TAKES EFFECT (YYYYMMDD).    01033000
010340* SPACES MEAN ALWAYS IN EFFECT.                                   01034000
010350     05  PROF-EFF-DATE       PIC X(8).                            01035000
010360* THE POSITION OF THE SAME ACCOUNT NUMBER IN THE DOCUMENT (BDT)   01036000
010370* DATA AREA, USED BY ACIFIBDT FOR THE SUPPRESSION CHECK; ITS      01037000
010380* LENGTH IS PROF-ACCT-LEN. SPACES MEAN NO SUPPRESSION CHECK.      01038000
010390     05  PROF-DOC-ACCT-POS   PIC 9(4).                            01039000
010400* THE CLEANED, VALIDATED COPY OF THE MASTER: ONLY RECORDS THAT    01040000
010500* PASS EVERY EDIT ARE WRITTEN HERE.                               01050000
010600 FD  CLEAN-FILE                                                   01060000
010700     LABEL RECORDS ARE STANDARD.                                  01070000
010800 01  CLEAN-RECORD            PIC X(80).                           01080000
010804* THE PROFILE CHANGE TRANSACTIONS. ACTION A ADDS A NEW VERSION,   01080400
010808* C REPLACES THE VERSION WITH THE SAME REPORT ID AND EFFECTIVE    01080800
010812* DATE, D DELETES IT. THE PROFILE IMAGE IS A FULL RPTPROF         01081200
010816* RECORD; A DELETE USES ONLY ITS KEY. A BLANK REQUEST DATE IS     01081600
010820* TODAY. RECORDS BEGINNING WITH '*' ARE COMMENTS.                 01082000
010824 FD  CHANGE-FILE                                                  01082400
010828     LABEL RECORDS ARE STANDARD.                                  01082800
010832 01  CHANGE-RECORD.                                               01083200
010836     05  CHG-ACTION          PIC X.                               01083600
010840     05  FILLER              PIC X.                               01084000
010844     05  CHG-REQUESTER       PIC X(8).                            01084400
010848     05  FILLER              PIC X.                               01084800
010852     05  CHG-REQ-DATE        PIC X(8).                            01085200
010856     05  FILLER              PIC X.                               01085600
010860     05  CHG-PROFILE.                                             01086000
010864         10  CHG-REPT-ID     PIC X(8).                            01086400
010868         10  FILLER          PIC X(60).                           01086800
010872         10  CHG-EFF-DATE    PIC X(8).                            01087200
010876         10  FILLER          PIC X(4).                            01087600
010880* THE PERMANENT PROFILE CHANGE LOG, EXTENDED EVERY RUN: ONE LINE  01088000
010884* PER CHANGED FIELD, LAID OUT AS CHANGE-LOG-LINE.                 01088400
010888 FD  CHGLOG-FILE                                                  01088800
010892     LABEL RECORDS ARE STANDARD.                                  01089200
010896 01  CHGLOG-RECORD           PIC X(120).                          01089600
010900 FD  PRINT-FILE                                                   01090000
011000     LABEL RECORDS ARE STANDARD.                                  01100000
011100 01  PRINT-RECORD            PIC X(121).                          01110000
011700     88  CLEAN-FILE-OK       VALUE '00'.                          01170000
011800 77  PRINT-FILE-STATUS       PIC XX VALUE '00'.                   01180000
011900     88  PRINT-FILE-OK       VALUE '00'.                          01190000
011910 77  CHANGE-FILE-STATUS      PIC XX VALUE '00'.                   01191000
011920     88  CHANGE-FILE-OK      VALUE '00'.                          01192000
011930 77  CHGLOG-FILE-STATUS      PIC XX VALUE '00'.                   01193000
011940     88  CHGLOG-FILE-OK      VALUE '00'.                          01194000
011950 77  CHANGE-DONE-FLAG        PIC X VALUE LOW-VALUE.               01195000
011960     88  CHANGE-DONE         VALUE HIGH-VALUE.                    01196000
012000 77  PROFILE-DONE-FLAG       PIC X VALUE LOW-VALUE.               01200000
012100     88  PROFILE-DONE        VALUE HIGH-VALUE.                    01210000
012200* the verdict for the record in the buffer. a record with any     01220000
012400 77  RECORD-ERROR-FLAG       PIC X VALUE LOW-VALUE.               01240000
012500     88  RECORD-FAILED       VALUE HIGH-VALUE.                    01250000
012600     88  RECORD-CLEAN        VALUE LOW-VALUE.                     01260000
012660* set when a '*DEFAULT' version already in effect today is seen.  01266000
012720 77  DEFAULT-SEEN-FLAG       PIC X VALUE LOW-VALUE.               01272000
012780     88  DEFAULT-SEEN        VALUE HIGH-VALUE.                    01278000
012840* PROFILE-MAX matches the table the exits load: records beyond    01284000
012900* it never reach the night run and are failed here. every         01290000
012960* version of a family takes a table entry.                        01296000
013020 77  PROFILE-MAX             PIC S9(4) BINARY VALUE 200.          01302000
013080 77  TABLE-ENTRY-COUNT       PIC S9(4) BINARY VALUE ZERO.         01308000
013140 77  KEY-SUB                 PIC S9(4) BINARY VALUE ZERO.         01314000
013200 77  KEY-FOUND-FLAG          PIC X VALUE LOW-VALUE.               01320000
013260     88  KEY-FOUND           VALUE HIGH-VALUE.                    01326000
013320     88  KEY-NOT-FOUND       VALUE LOW-VALUE.                     01332000
013380* the key of the record in the buffer: report id and effective    01338000
013440* date, a blank date taken as zeros.                              01344000
013500 01  RECORD-KEY.                                                  01350000
013560     05  RKEY-REPT-ID        PIC X(8).                            01356000
013620     05  RKEY-EFF-DATE       PIC X(8).                            01362000
013680 77  SEEN-KEY-MAX            PIC S9(4) BINARY VALUE 400.          01368000
013740 01  SEEN-KEYS-AREA.                                              01374000
013800     05  SEEN-KEY-COUNT      PIC S9(4) BINARY VALUE ZERO.         01380000
013860     05  SEEN-KEY            PIC X(16) OCCURS 400 TIMES.          01386000
013920 77  RECORD-COUNT            PIC S9(4) BINARY VALUE ZERO.         01392000
013980 77  CLEAN-COUNT             PIC S9(4) BINARY VALUE ZERO.         01398000
014040 77  ERROR-COUNT             PIC S9(4) BINARY VALUE ZERO.         01404000
014200 77  COUNT-DISP              PIC Z,ZZ9.                           01420000
014300* the extract field spans, for the overlap edit.                  01430000
014400 77  ID-END-POS              PIC S9(8) BINARY VALUE ZERO.         01440000
014500 77  DATE-END-POS            PIC S9(8) BINARY VALUE ZERO.         01450000
014501 01  EFF-DATE-WORK           PIC X(8) VALUE SPACES.               01450100
014502 01  EFF-DATE-NUM REDEFINES EFF-DATE-WORK PIC 9(8).               01450200
014506* the change transactions, loaded before the master is read.      01450600
014507* changes and deletes are applied to the master record with the   01450700
014508* same key; adds are applied after the last master record.        01450800
014509 77  CHANGE-MAX              PIC S9(4) BINARY VALUE 200.          01450900
014510 77  CHANGE-SUB              PIC S9(4) BINARY VALUE ZERO.         01451000
014511 77  CHANGE-HIT              PIC S9(4) BINARY VALUE ZERO.         01451100
014512 77  CHANGE-FOUND-FLAG       PIC X VALUE LOW-VALUE.               01451200
014513     88  CHANGE-FOUND        VALUE HIGH-VALUE.                    01451300
014514     88  CHANGE-NOT-FOUND    VALUE LOW-VALUE.                     01451400
014515 77  CHANGE-READ-COUNT       PIC S9(4) BINARY VALUE ZERO.         01451500
014516 77  CHANGE-APPLIED-COUNT    PIC S9(4) BINARY VALUE ZERO.         01451600
014517 01  CHANGE-TABLE-AREA.                                           01451700
014518     05  CHANGE-COUNT        PIC S9(4) BINARY VALUE ZERO.         01451800
014519     05  CHANGE-ENTRY        OCCURS 200 TIMES.                    01451900
014520         10  CHT-KEY         PIC X(16).                           01452000
014521         10  CHT-ACTION      PIC X.                               01452100
014522             88  CHT-ADD     VALUE 'A'.                           01452200
014523             88  CHT-DELETE  VALUE 'D'.                           01452300
014524         10  CHT-STATE       PIC X.                               01452400
014525             88  CHT-PENDING VALUE 'P'.                           01452500
014526             88  CHT-APPLIED VALUE 'Y'.                           01452600
014527             88  CHT-FAILED  VALUE 'F'.                           01452700
014528         10  CHT-REQUESTER   PIC X(8).                            01452800
014529         10  CHT-REQ-DATE    PIC X(8).                            01452900
014530         10  CHT-PROFILE     PIC X(80).                           01453000
014531* the before and after images of a changed record, compared       01453100
014532* field by field for the change log. the field table gives each   01453200
014533* field's name, position, and length in the RPTPROF record.       01453300
014534 01  BEFORE-IMAGE            PIC X(80).                           01453400
014535 01  AFTER-IMAGE             PIC X(80).                           01453500
014536 01  PROFILE-FIELD-VALUES.                                        01453600
014537     05  FILLER              PIC X(16) VALUE 'ID-POS      0905'.  01453700
014538     05  FILLER              PIC X(16) VALUE 'ID-LEN      1402'.  01453800
014539     05  FILLER              PIC X(16) VALUE 'DATE-POS    1605'.  01453900
014540     05  FILLER              PIC X(16) VALUE 'DATE-LEN    2102'.  01454000
014541     05  FILLER              PIC X(16) VALUE 'FORMDEF     2308'.  01454100
014542     05  FILLER              PIC X(16) VALUE 'PAGEDEF     3108'.  01454200
014543     05  FILLER              PIC X(16) VALUE 'CHARS       3920'.  01454300
014544     05  FILLER              PIC X(16) VALUE 'DATE-CHECK  5901'.  01454400
014545     05  FILLER              PIC X(16) VALUE 'RES-CHECK   6001'.  01454500
014546     05  FILLER              PIC X(16) VALUE 'ACCT-POS    6105'.  01454600
014547     05  FILLER              PIC X(16) VALUE 'ACCT-LEN    6602'.  01454700
014548     05  FILLER              PIC X(16) VALUE 'TRAILER-OPT 6801'.  01454800
014549     05  FILLER              PIC X(16) VALUE 'DOC-ACCT-POS7704'.  01454900
014550 01  PROFILE-FIELD-TABLE REDEFINES PROFILE-FIELD-VALUES.          01455000
014551     05  PROFILE-FIELD       OCCURS 13 TIMES.                     01455100
014552         10  PFL-NAME        PIC X(12).                           01455200
014553         10  PFL-POS         PIC 9(2).                            01455300
014554         10  PFL-LEN         PIC 9(2).                            01455400
014555 77  PROFILE-FIELD-MAX       PIC S9(4) BINARY VALUE 13.           01455500
014556 77  FIELD-SUB               PIC S9(4) BINARY VALUE ZERO.         01455600
014557* change-log lines are held until the edit is known to be clean.  01455700
014558* a transaction logs at most one line per field, so the hold      01455800
014559* area cannot overflow.                                           01455900
014560 01  CHANGE-LOG-LINE.                                             01456000
014561     05  CLG-STAMP           PIC X(14).                           01456100
014562     05  FILLER              PIC X VALUE SPACE.                   01456200
014563     05  CLG-ACTION          PIC X.                               01456300
014564     05  FILLER              PIC X VALUE SPACE.                   01456400
014565     05  CLG-REPT-ID         PIC X(8).                            01456500
014566     05  FILLER              PIC X VALUE SPACE.                   01456600
014567     05  CLG-EFF-DATE        PIC X(8).                            01456700
014568     05  FILLER              PIC X VALUE SPACE.                   01456800
014569     05  CLG-FIELD           PIC X(12).                           01456900
014570     05  FILLER              PIC X VALUE SPACE.                   01457000
014571     05  CLG-BEFORE          PIC X(20).                           01457100
014572     05  FILLER              PIC X VALUE SPACE.                   01457200
014573     05  CLG-AFTER           PIC X(20).                           01457300
014574     05  FILLER              PIC X VALUE SPACE.                   01457400
014575     05  CLG-REQUESTER       PIC X(8).                            01457500
014576     05  FILLER              PIC X VALUE SPACE.                   01457600
014577     05  CLG-REQ-DATE        PIC X(8).                            01457700
014578     05  FILLER              PIC X(13) VALUE SPACES.              01457800
014579 77  LOG-SUB                 PIC S9(4) BINARY VALUE ZERO.         01457900
014580 77  LOG-WRITTEN-COUNT       PIC S9(4) BINARY VALUE ZERO.         01458000
014581 01  LOG-HOLD-AREA.                                               01458100
014582     05  LOG-HOLD-COUNT      PIC S9(4) BINARY VALUE ZERO.         01458200
014583     05  LOG-HOLD-LINE       PIC X(120) OCCURS 2600 TIMES.        01458300
014584* the report message for an applied transaction.                  01458400
014585 01  CHANGE-MESSAGE.                                              01458500
014586     05  FILLER              PIC X(4) VALUE 'EFF '.               01458600
014587     05  CMS-EFF-DATE        PIC X(8).                            01458700
014588     05  FILLER              PIC X(4) VALUE ' BY '.               01458800
014589     05  CMS-REQUESTER       PIC X(8).                            01458900
014590     05  FILLER              PIC X(4) VALUE ' ON '.               01459000
014591     05  CMS-REQ-DATE        PIC X(8).                            01459100
014600 77  RESOURCE-NAME-WORK      PIC X(8) VALUE SPACES.               01460000
014700 77  RESOURCE-NAME-OK        PIC X VALUE 'N'.                     01470000
014800     88  RESOURCE-NAME-VALID VALUE 'Y'.                           01480000
017500     SKIP1                                                        01750000
017600 TITLE 'Initialization and Main Line'.                            01760000
017700 PROCEDURE DIVISION.                                              01770000
017750     PERFORM INITIALIZE-RUN.                                      01775000
017800     PERFORM LOAD-CHANGES.                                        01780000
017850     PERFORM PROCESS-ONE-PROFILE UNTIL PROFILE-DONE.              01785000
017900     PERFORM APPLY-ONE-ADD VARYING CHANGE-SUB FROM 1 BY 1         01790000
017950         UNTIL CHANGE-SUB > CHANGE-COUNT.                         01795000
018000     PERFORM CHECK-UNMATCHED-CHANGE VARYING CHANGE-SUB FROM 1     01800000
018050         BY 1 UNTIL CHANGE-SUB > CHANGE-COUNT.                    01805000
018100     PERFORM CHECK-DEFAULT-PRESENT.                               01810000
018150     PERFORM WRITE-CHANGE-LOG.                                    01815000
018200     PERFORM PRINT-SUMMARY.                                       01820000
018250     PERFORM FINISH-RUN.                                          01825000
018300     GOBACK.                                                      01830000
018400* open every file and print the report heading. a missing         01840000
018500* master is a hard failure: there is nothing to edit.             01850000
021200     PERFORM WRITE-PRINT-LINE.                                    02120000
021300     MOVE SPACES TO PRINT-RECORD.                                 02130000
021400     PERFORM WRITE-PRINT-LINE.                                    02140000
021450* read one profile record, apply any change or delete for its     02145000
021500* key, and edit it.                                               02150000
021550 PROCESS-ONE-PROFILE.                                             02155000
021600     READ PROFILE-FILE.                                           02160000
021650     IF NOT PROFILE-FILE-OK                                       02165000
021700      THEN                                                        02170000
021750      SET PROFILE-DONE TO TRUE                                    02175000
021800      ELSE                                                        02180000
021850      ADD 1 TO RECORD-COUNT;                                      02185000
021900      PERFORM BUILD-RECORD-KEY;                                   02190000
021950      PERFORM FIND-CHANGE;                                        02195000
022000      IF CHANGE-FOUND                                             02200000
022050       THEN                                                       02205000
022100       PERFORM APPLY-CHANGE                                       02210000
022150       ELSE                                                       02215000
022200       PERFORM EDIT-AND-WRITE                                     02220000
022250      END-IF                                                      02225000
022300     END-IF.                                                      02230000
022350* edit the record in the buffer. every edit that applies is       02235000
022400* reported, so a record with several problems lists them all.     02240000
022450 EDIT-AND-WRITE.                                                  02245000
022500     PERFORM BUILD-RECORD-KEY.                                    02250000
022550     SET RECORD-CLEAN TO TRUE.                                    02255000
022600     PERFORM EDIT-FIELD-VALUES.                                   02260000
022650     IF RECORD-CLEAN                                              02265000
022700      THEN                                                        02270000
022750      PERFORM EDIT-FIELD-OVERLAP                                  02275000
022800     END-IF.                                                      02280000
022850     PERFORM EDIT-ACCOUNT-FIELDS.                                 02285000
022870     PERFORM EDIT-DOC-ACCOUNT-POS.                                02287000
022900     PERFORM EDIT-EFF-DATE.                                       02290000
022950     PERFORM EDIT-RESOURCE-NAMES.                                 02295000
023000     PERFORM EDIT-SWITCH-VALUES.                                  02300000
023050     PERFORM EDIT-DUPLICATE-KEY.                                  02305000
023100     PERFORM EDIT-TABLE-LIMIT.                                    02310000
023150     IF RECORD-CLEAN                                              02315000
023200      THEN                                                        02320000
023250      PERFORM WRITE-CLEAN-RECORD;                                 02325000
023300      MOVE 'OK      ' TO EDL-VERDICT;                             02330000
023350      MOVE SPACES TO EDL-MESSAGE;                                 02335000
023400      PERFORM WRITE-EDIT-LINE                                     02340000
023450      ELSE                                                        02345000
023500      ADD 1 TO ERROR-COUNT                                        02350000
023550     END-IF.                                                      02355000
023600 BUILD-RECORD-KEY.                                                02360000
023650     MOVE PROF-REPT-ID TO RKEY-REPT-ID.                           02365000
023700     MOVE PROF-EFF-DATE TO RKEY-EFF-DATE.                         02370000
023750     IF RKEY-EFF-DATE = SPACES                                    02375000
023800      THEN                                                        02380000
023850      MOVE ZEROS TO RKEY-EFF-DATE                                 02385000
023900     END-IF.                                                      02390000
024400* the same field edits ACIFIBDT's STORE-PROFILE applies, so a     02440000
024500* record this utility passes is never skipped overnight.          02450000
024600 EDIT-FIELD-VALUES.                                               02460000
026400       PERFORM WRITE-EDIT-LINE                                    02640000
026500      END-IF                                                      02650000
026600     END-IF.                                                      02660000
026605* the document-level account position is optional; when it is     02660500
026610* given, the account length it is read with must be as well.      02661000
026615 EDIT-DOC-ACCOUNT-POS.                                            02661500
026620     IF PROF-DOC-ACCT-POS NOT = SPACES                            02662000
026625      THEN                                                        02662500
026630      IF PROF-DOC-ACCT-POS NOT NUMERIC                            02663000
026635         OR PROF-DOC-ACCT-POS = ZERO                              02663500
026640         OR PROF-ACCT-LEN NOT NUMERIC                             02664000
026645         OR PROF-ACCT-LEN = ZERO OR PROF-ACCT-LEN > 20            02664500
026650       THEN                                                       02665000
026655       PERFORM FAIL-RECORD;                                       02665500
026660       MOVE 'DOCUMENT ACCOUNT POSITION OR LENGTH INVALID' TO      02666000
026665           EDL-MESSAGE;                                           02666500
026670       PERFORM WRITE-EDIT-LINE                                    02667000
026675      END-IF                                                      02667500
026680     END-IF.                                                      02668000
026700* the report-id and run-date extract fields must not overlap:     02670000
026800* an overlap means one of the positions is mis-keyed and the      02680000
026900* exits would index on garbage.                                   02690000
028063       PERFORM WRITE-EDIT-LINE                                    02806300
028064      END-IF                                                      02806400
028065     END-IF.                                                      02806500
028066* the effective date is spaces (always in effect) or a real       02806600
028067* yyyymmdd date: a mis-keyed date would bring a version in        02806700
028068* early, late, or never.                                          02806800
028069 EDIT-EFF-DATE.                                                   02806900
028070     IF PROF-EFF-DATE NOT = SPACES                                02807000
028071      THEN                                                        02807100
028072      MOVE PROF-EFF-DATE TO EFF-DATE-WORK;                        02807200
028073      IF EFF-DATE-WORK NOT NUMERIC                                02807300
028074       THEN                                                       02807400
028075       PERFORM FAIL-EFF-DATE                                      02807500
028076       ELSE                                                       02807600
028078       IF FUNCTION TEST-DATE-YYYYMMDD (EFF-DATE-NUM) NOT = ZERO   02807800
028079        THEN                                                      02807900
028080        PERFORM FAIL-EFF-DATE                                     02808000
028081       END-IF                                                     02808100
028082      END-IF                                                      02808200
028083     END-IF.                                                      02808300
028084 FAIL-EFF-DATE.                                                   02808400
028085     PERFORM FAIL-RECORD.                                         02808500
028086     MOVE 'EFFECTIVE DATE IS NOT A YYYYMMDD DATE' TO EDL-MESSAGE. 02808600
028087     PERFORM WRITE-EDIT-LINE.                                     02808700
028100* a nonblank FORMDEF, PAGEDEF, or CHARS value must carry an       02810000
028200* approved site prefix; blank means the profile does not          02820000
028300* enforce that resource and is allowed.                           02830000
033300      MOVE 'RES-CHECK SWITCH IS NOT Y OR N' TO EDL-MESSAGE;       03330000
033400      PERFORM WRITE-EDIT-LINE                                     03340000
033500     END-IF.                                                      03350000
033509* the control-total trailer option is R, O, or space (optional);  03350900
033518* anything else would be taken as optional overnight and a        03351800
033527* family meant to require its trailer would run without one.      03352700
033536     IF PROF-TRAILER-OPT NOT = 'R' AND PROF-TRAILER-OPT NOT = 'O' 03353600
033545        AND PROF-TRAILER-OPT NOT = SPACE                          03354500
033554      THEN                                                        03355400
033563      PERFORM FAIL-RECORD;                                        03356300
033572      MOVE 'TRAILER OPTION IS NOT R, O, OR SPACE' TO EDL-MESSAGE; 03357200
033581      PERFORM WRITE-EDIT-LINE                                     03358100
033590     END-IF.                                                      03359000
033690* the first record with a key - report id and effective date -    03369000
033790* is kept; every later record with the same key is a duplicate    03379000
033890* and fails.                                                      03389000
033990 EDIT-DUPLICATE-KEY.                                              03399000
034090     IF PROF-REPT-ID = '*DEFAULT' AND                             03409000
034190        RKEY-EFF-DATE NOT > TODAY-DATE                            03419000
034290      THEN                                                        03429000
034390      SET DEFAULT-SEEN TO TRUE                                    03439000
034490     END-IF.                                                      03449000
034590     SET KEY-NOT-FOUND TO TRUE.                                   03459000
034690     PERFORM SCAN-SEEN-KEY VARYING KEY-SUB FROM 1 BY 1            03469000
034790         UNTIL KEY-SUB > SEEN-KEY-COUNT OR KEY-FOUND.             03479000
034890     IF KEY-FOUND                                                 03489000
034990      THEN                                                        03499000
035090      PERFORM FAIL-RECORD;                                        03509000
035190      MOVE 'DUPLICATE REPORT ID AND EFFECTIVE DATE' TO            03519000
035290          EDL-MESSAGE;                                            03529000
035390      PERFORM WRITE-EDIT-LINE                                     03539000
035490      ELSE                                                        03549000
035590      IF SEEN-KEY-COUNT < SEEN-KEY-MAX                            03559000
035690       THEN                                                       03569000
035790       ADD 1 TO SEEN-KEY-COUNT;                                   03579000
035890       MOVE RECORD-KEY TO SEEN-KEY (SEEN-KEY-COUNT)               03589000
035990      END-IF                                                      03599000
036090     END-IF.                                                      03609000
036190 SCAN-SEEN-KEY.                                                   03619000
036290     IF SEEN-KEY (KEY-SUB) = RECORD-KEY                           03629000
036390      THEN                                                        03639000
036490      SET KEY-FOUND TO TRUE                                       03649000
036590     END-IF.                                                      03659000
036690* a record beyond the 200-entry table the exits load would be     03669000
036790* silently ignored overnight, so it fails here. '*DEFAULT'        03679000
036890* records do not occupy a table entry.                            03689000
036990 EDIT-TABLE-LIMIT.                                                03699000
037090     IF PROF-REPT-ID NOT = '*DEFAULT' AND RECORD-CLEAN            03709000
037190      THEN                                                        03719000
037290      IF TABLE-ENTRY-COUNT < PROFILE-MAX                          03729000
037390       THEN                                                       03739000
037490       ADD 1 TO TABLE-ENTRY-COUNT                                 03749000
037590       ELSE                                                       03759000
037690       PERFORM FAIL-RECORD;                                       03769000
037790       MOVE 'RECORD BEYOND THE 200-ENTRY PROFILE TABLE' TO        03779000
037890           EDL-MESSAGE;                                           03789000
037990       PERFORM WRITE-EDIT-LINE                                    03799000
038090      END-IF                                                      03809000
038190     END-IF.                                                      03819000
038400 FAIL-RECORD.                                                     03840000
038500     SET RECORD-FAILED TO TRUE.                                   03850000
038600     MOVE PROF-REPT-ID TO EDL-REPT-ID.                            03860000
040200     MOVE PROF-REPT-ID TO EDL-REPT-ID.                            04020000
040300     MOVE EDIT-DETAIL-LINE TO PRINT-RECORD.                       04030000
040400     PERFORM WRITE-PRINT-LINE.                                    04040000
040405* a master with no '*DEFAULT' version in effect today leaves      04040500
040410* unknown report ids on the compiled-in default, which the shop   04041000
040415* replaced long ago - treat that as a failure of the whole file.  04041500
040420 CHECK-DEFAULT-PRESENT.                                           04042000
040425     IF NOT DEFAULT-SEEN                                          04042500
040430      THEN                                                        04043000
040435      ADD 1 TO ERROR-COUNT;                                       04043500
040440      MOVE '*DEFAULT' TO EDL-REPT-ID;                             04044000
040445      MOVE '*ERROR* ' TO EDL-VERDICT;                             04044500
040450      MOVE 'NO *DEFAULT RECORD IN EFFECT IN THE MASTER' TO        04045000
040455          EDL-MESSAGE;                                            04045500
040460      MOVE EDIT-DETAIL-LINE TO PRINT-RECORD;                      04046000
040465      PERFORM WRITE-PRINT-LINE                                    04046500
040470     END-IF.                                                      04047000
040475* load the change transactions. a missing PROFCHG means no        04047500
040480* changes this run; a transaction that fails its own edits is     04048000
040485* reported and counts as an error, so the master is never         04048500
040490* promoted half-changed.                                          04049000
040495 LOAD-CHANGES.                                                    04049500
040500     OPEN INPUT CHANGE-FILE.                                      04050000
040505     IF CHANGE-FILE-OK                                            04050500
040510      THEN                                                        04051000
040515      PERFORM LOAD-ONE-CHANGE UNTIL CHANGE-DONE;                  04051500
040520      CLOSE CHANGE-FILE                                           04052000
040525      ELSE                                                        04052500
040530      DISPLAY PGMNAME, ' PROFCHG NOT AVAILABLE, FILE STATUS=',    04053000
040535          CHANGE-FILE-STATUS, ' - NO CHANGES APPLIED.'            04053500
040540     END-IF.                                                      04054000
040545 LOAD-ONE-CHANGE.                                                 04054500
040550     READ CHANGE-FILE.                                            04055000
040555     IF NOT CHANGE-FILE-OK                                        04055500
040560      THEN                                                        04056000
040565      SET CHANGE-DONE TO TRUE                                     04056500
040570      ELSE                                                        04057000
040575      IF CHG-ACTION NOT = '*'                                     04057500
040580       THEN                                                       04058000
040585       ADD 1 TO CHANGE-READ-COUNT;                                04058500
040590       PERFORM STORE-CHANGE                                       04059000
040595      END-IF                                                      04059500
040600     END-IF.                                                      04060000
040605* edit and file one transaction. only one transaction per key is  04060500
040610* allowed in a run: the order of two would be ambiguous.          04061000
040615 STORE-CHANGE.                                                    04061500
040620     MOVE CHG-REPT-ID TO RKEY-REPT-ID.                            04062000
040625     MOVE CHG-EFF-DATE TO RKEY-EFF-DATE.                          04062500
040630     IF RKEY-EFF-DATE = SPACES                                    04063000
040635      THEN                                                        04063500
040640      MOVE ZEROS TO RKEY-EFF-DATE                                 04064000
040645     END-IF.                                                      04064500
040650     SET CHANGE-NOT-FOUND TO TRUE.                                04065000
040655     PERFORM SCAN-CHANGE-KEY VARYING CHANGE-SUB FROM 1 BY 1       04065500
040660         UNTIL CHANGE-SUB > CHANGE-COUNT OR CHANGE-FOUND.         04066000
040665     MOVE SPACES TO EDL-MESSAGE.                                  04066500
040670     EVALUATE TRUE                                                04067000
040675       WHEN CHG-ACTION NOT = 'A' AND CHG-ACTION NOT = 'C'         04067500
040680            AND CHG-ACTION NOT = 'D'                              04068000
040685         MOVE 'CHANGE ACTION IS NOT A, C, OR D' TO EDL-MESSAGE    04068500
040690       WHEN CHG-REPT-ID = SPACES                                  04069000
040695         MOVE 'CHANGE HAS NO REPORT ID' TO EDL-MESSAGE            04069500
040700       WHEN CHG-REQUESTER = SPACES                                04070000
040705         MOVE 'CHANGE HAS NO REQUESTER' TO EDL-MESSAGE            04070500
040710       WHEN CHG-REQ-DATE NOT = SPACES AND                         04071000
040715            CHG-REQ-DATE NOT NUMERIC                              04071500
040720         MOVE 'CHANGE REQUEST DATE IS NOT NUMERIC' TO             04072000
040725             EDL-MESSAGE                                          04072500
040730       WHEN CHANGE-FOUND                                          04073000
040735         MOVE 'MORE THAN ONE CHANGE FOR THIS KEY' TO EDL-MESSAGE  04073500
040740       WHEN CHANGE-COUNT NOT < CHANGE-MAX                         04074000
040745         MOVE 'CHANGE BEYOND THE 200-TRANSACTION LIMIT' TO        04074500
040750             EDL-MESSAGE                                          04075000
040755     END-EVALUATE.                                                04075500
040760     IF EDL-MESSAGE NOT = SPACES                                  04076000
040765      THEN                                                        04076500
040770      ADD 1 TO ERROR-COUNT;                                       04077000
040775      MOVE CHG-REPT-ID TO EDL-REPT-ID;                            04077500
040780      MOVE '*ERROR* ' TO EDL-VERDICT;                             04078000
040785      MOVE EDIT-DETAIL-LINE TO PRINT-RECORD;                      04078500
040790      PERFORM WRITE-PRINT-LINE                                    04079000
040795      ELSE                                                        04079500
040800      ADD 1 TO CHANGE-COUNT;                                      04080000
040805      MOVE RECORD-KEY TO CHT-KEY (CHANGE-COUNT);                  04080500
040810      MOVE CHG-ACTION TO CHT-ACTION (CHANGE-COUNT);               04081000
040815      SET CHT-PENDING (CHANGE-COUNT) TO TRUE;                     04081500
040820      MOVE CHG-REQUESTER TO CHT-REQUESTER (CHANGE-COUNT);         04082000
040825      MOVE CHG-REQ-DATE TO CHT-REQ-DATE (CHANGE-COUNT);           04082500
040830      IF CHG-REQ-DATE = SPACES                                    04083000
040835       THEN                                                       04083500
040840       MOVE TODAY-DATE TO CHT-REQ-DATE (CHANGE-COUNT)             04084000
040845      END-IF;                                                     04084500
040850      MOVE CHG-PROFILE TO CHT-PROFILE (CHANGE-COUNT)              04085000
040855     END-IF.                                                      04085500
040860 SCAN-CHANGE-KEY.                                                 04086000
040865     IF CHT-KEY (CHANGE-SUB) = RECORD-KEY                         04086500
040870      THEN                                                        04087000
040875      SET CHANGE-FOUND TO TRUE                                    04087500
040880     END-IF.                                                      04088000
040885* find the pending change or delete for the master record in      04088500
040890* the buffer.                                                     04089000
040895 FIND-CHANGE.                                                     04089500
040900     SET CHANGE-NOT-FOUND TO TRUE.                                04090000
040905     PERFORM SCAN-CHANGE VARYING CHANGE-SUB FROM 1 BY 1           04090500
040910         UNTIL CHANGE-SUB > CHANGE-COUNT OR CHANGE-FOUND.         04091000
040915 SCAN-CHANGE.                                                     04091500
040920     IF CHT-KEY (CHANGE-SUB) = RECORD-KEY AND                     04092000
040925        CHT-PENDING (CHANGE-SUB) AND NOT CHT-ADD (CHANGE-SUB)     04092500
040930      THEN                                                        04093000
040935      SET CHANGE-FOUND TO TRUE;                                   04093500
040940      MOVE CHANGE-SUB TO CHANGE-HIT                               04094000
040945     END-IF.                                                      04094500
040950* a delete drops the master record from the cleaned copy; a       04095000
040955* change replaces it with the transaction's image, which must     04095500
040960* then pass every edit like any other record.                     04096000
040965 APPLY-CHANGE.                                                    04096500
040970     MOVE PROFILE-RECORD TO BEFORE-IMAGE.                         04097000
040975     IF CHT-DELETE (CHANGE-HIT)                                   04097500
040980      THEN                                                        04098000
040985      MOVE SPACES TO AFTER-IMAGE;                                 04098500
040990      MOVE 'DELETED ' TO EDL-VERDICT;                             04099000
040995      PERFORM CHANGE-APPLIED                                      04099500
041000      ELSE                                                        04100000
041005      MOVE CHT-PROFILE (CHANGE-HIT) TO PROFILE-RECORD;            04100500
041010      PERFORM EDIT-AND-WRITE;                                     04101000
041015      PERFORM CLOSE-CHANGE                                        04101500
041020     END-IF.                                                      04102000
041025* an add goes through every edit, including the duplicate-key     04102500
041030* edit that catches a version already on the master.              04103000
041035 APPLY-ONE-ADD.                                                   04103500
041040     IF CHT-ADD (CHANGE-SUB) AND CHT-PENDING (CHANGE-SUB)         04104000
041045      THEN                                                        04104500
041050      MOVE CHANGE-SUB TO CHANGE-HIT;                              04105000
041055      MOVE SPACES TO BEFORE-IMAGE;                                04105500
041060      MOVE CHT-PROFILE (CHANGE-HIT) TO PROFILE-RECORD;            04106000
041065      PERFORM EDIT-AND-WRITE;                                     04106500
041070      PERFORM CLOSE-CHANGE                                        04107000
041075     END-IF.                                                      04107500
041080 CLOSE-CHANGE.                                                    04108000
041085     IF RECORD-CLEAN                                              04108500
041090      THEN                                                        04109000
041095      MOVE PROFILE-RECORD TO AFTER-IMAGE;                         04109500
041100      IF CHT-ADD (CHANGE-HIT)                                     04110000
041105       THEN                                                       04110500
041110       MOVE 'ADDED   ' TO EDL-VERDICT                             04111000
041115       ELSE                                                       04111500
041120       MOVE 'CHANGED ' TO EDL-VERDICT                             04112000
041125      END-IF;                                                     04112500
041130      PERFORM CHANGE-APPLIED                                      04113000
041135      ELSE                                                        04113500
041140      SET CHT-FAILED (CHANGE-HIT) TO TRUE;                        04114000
041145      MOVE '*ERROR* ' TO EDL-VERDICT;                             04114500
041150      MOVE 'CHANGE NOT APPLIED - SEE THE EDITS ABOVE' TO          04115000
041155          EDL-MESSAGE;                                            04115500
041160      PERFORM WRITE-EDIT-LINE                                     04116000
041165     END-IF.                                                      04116500
041170* report the applied transaction and hold its change-log lines:   04117000
041175* one per field whose value differs between the two images.       04117500
041180 CHANGE-APPLIED.                                                  04118000
041185     SET CHT-APPLIED (CHANGE-HIT) TO TRUE.                        04118500
041190     ADD 1 TO CHANGE-APPLIED-COUNT.                               04119000
041195     MOVE CHT-KEY (CHANGE-HIT) (9 : 8) TO CMS-EFF-DATE.           04119500
041200     MOVE CHT-REQUESTER (CHANGE-HIT) TO CMS-REQUESTER.            04120000
041205     MOVE CHT-REQ-DATE (CHANGE-HIT) TO CMS-REQ-DATE.              04120500
041210     MOVE CHANGE-MESSAGE TO EDL-MESSAGE.                          04121000
041215     PERFORM WRITE-EDIT-LINE.                                     04121500
041220     MOVE FUNCTION CURRENT-DATE (1 : 14) TO CLG-STAMP.            04122000
041225     MOVE CHT-ACTION (CHANGE-HIT) TO CLG-ACTION.                  04122500
041230     MOVE CHT-KEY (CHANGE-HIT) (1 : 8) TO CLG-REPT-ID.            04123000
041235     MOVE CHT-KEY (CHANGE-HIT) (9 : 8) TO CLG-EFF-DATE.           04123500
041240     MOVE CHT-REQUESTER (CHANGE-HIT) TO CLG-REQUESTER.            04124000
041245     MOVE CHT-REQ-DATE (CHANGE-HIT) TO CLG-REQ-DATE.              04124500
041250     PERFORM HOLD-ONE-FIELD VARYING FIELD-SUB FROM 1 BY 1         04125000
041255         UNTIL FIELD-SUB > PROFILE-FIELD-MAX.                     04125500
041260 HOLD-ONE-FIELD.                                                  04126000
041265     IF BEFORE-IMAGE (PFL-POS (FIELD-SUB) : PFL-LEN (FIELD-SUB))  04126500
041270        NOT = AFTER-IMAGE (PFL-POS (FIELD-SUB) :                  04127000
041275                           PFL-LEN (FIELD-SUB))                   04127500
041280      THEN                                                        04128000
041285      MOVE PFL-NAME (FIELD-SUB) TO CLG-FIELD;                     04128500
041290      MOVE SPACES TO CLG-BEFORE, CLG-AFTER;                       04129000
041295      MOVE BEFORE-IMAGE (PFL-POS (FIELD-SUB) :                    04129500
041300                        PFL-LEN (FIELD-SUB)) TO                   04130000
041305          CLG-BEFORE (1 : PFL-LEN (FIELD-SUB));                   04130500
041310      MOVE AFTER-IMAGE (PFL-POS (FIELD-SUB) :                     04131000
041315                       PFL-LEN (FIELD-SUB)) TO                    04131500
041320          CLG-AFTER (1 : PFL-LEN (FIELD-SUB));                    04132000
041325      ADD 1 TO LOG-HOLD-COUNT;                                    04132500
041330      MOVE CHANGE-LOG-LINE TO LOG-HOLD-LINE (LOG-HOLD-COUNT)      04133000
041335     END-IF.                                                      04133500
041340* a change or delete whose key is not on the master did not       04134000
041345* happen, and the requester expects it to have.                   04134500
041350 CHECK-UNMATCHED-CHANGE.                                          04135000
041355     IF CHT-PENDING (CHANGE-SUB)                                  04135500
041360      THEN                                                        04136000
041365      SET CHT-FAILED (CHANGE-SUB) TO TRUE;                        04136500
041370      ADD 1 TO ERROR-COUNT;                                       04137000
041375      MOVE CHT-KEY (CHANGE-SUB) (1 : 8) TO EDL-REPT-ID;           04137500
041380      MOVE '*ERROR* ' TO EDL-VERDICT;                             04138000
041385      MOVE 'NO MASTER RECORD WITH THIS KEY TO CHANGE' TO          04138500
041390          EDL-MESSAGE;                                            04139000
041395      MOVE EDIT-DETAIL-LINE TO PRINT-RECORD;                      04139500
041400      PERFORM WRITE-PRINT-LINE                                    04140000
041405     END-IF.                                                      04140500
041410* the change log is permanent: the applied changes are appended   04141000
041415* only when the edit is clean, since a master with errors is      04141500
041420* not promoted and its changes did not happen. a log that         04142000
041425* cannot be written leaves the changes unaudited, which fails     04142500
041430* the run.                                                        04143000
041435 WRITE-CHANGE-LOG.                                                04143500
041440     IF LOG-HOLD-COUNT > 0                                        04144000
041445      THEN                                                        04144500
041450      IF ERROR-COUNT > 0                                          04145000
041455       THEN                                                       04145500
041460       DISPLAY PGMNAME, ' MASTER NOT CLEAN - CHANGES NOT ',       04146000
041465           'LOGGED.'                                              04146500
041470       ELSE                                                       04147000
041475       OPEN EXTEND CHGLOG-FILE;                                   04147500
041480       IF CHGLOG-FILE-OK                                          04148000
041485        THEN                                                      04148500
041490        PERFORM WRITE-ONE-LOG-LINE VARYING LOG-SUB FROM 1 BY 1    04149000
041495            UNTIL LOG-SUB > LOG-HOLD-COUNT;                       04149500
041500        CLOSE CHGLOG-FILE                                         04150000
041505        ELSE                                                      04150500
041510        DISPLAY PGMNAME, ' OPEN OF CHGLOGDD FAILED, FILE ',       04151000
041515            'STATUS=', CHGLOG-FILE-STATUS;                        04151500
041520        ADD 1 TO ERROR-COUNT                                      04152000
041525       END-IF                                                     04152500
041530      END-IF                                                      04153000
041535     END-IF.                                                      04153500
041540 WRITE-ONE-LOG-LINE.                                              04154000
041545     WRITE CHGLOG-RECORD FROM LOG-HOLD-LINE (LOG-SUB).            04154500
041550     IF CHGLOG-FILE-OK                                            04155000
041555      THEN                                                        04155500
041560      ADD 1 TO LOG-WRITTEN-COUNT                                  04156000
041565      ELSE                                                        04156500
041605      DISPLAY PGMNAME, ' WRITE TO CHGLOGDD FAILED, FILE ',        04160500
041645          'STATUS=', CHGLOG-FILE-STATUS;                          04164500
041685      ADD 1 TO ERROR-COUNT                                        04168500
041725     END-IF.                                                      04172500
041800 PRINT-SUMMARY.                                                   04180000
041900     MOVE SPACES TO PRINT-RECORD.                                 04190000
042000     PERFORM WRITE-PRINT-LINE.                                    04200000
043000     MOVE 'RECORDS OR CONDITIONS IN ERROR' TO SUM-TEXT.           04300000
043100     MOVE SUMMARY-LINE TO PRINT-RECORD.                           04310000
043200     PERFORM WRITE-PRINT-LINE.                                    04320000
043207     MOVE CHANGE-READ-COUNT TO SUM-COUNT.                         04320700
043214     MOVE 'CHANGE TRANSACTIONS READ FROM PROFCHG' TO SUM-TEXT.    04321400
043221     MOVE SUMMARY-LINE TO PRINT-RECORD.                           04322100
043228     PERFORM WRITE-PRINT-LINE.                                    04322800
043235     MOVE CHANGE-APPLIED-COUNT TO SUM-COUNT.                      04323500
043242     MOVE 'CHANGE TRANSACTIONS APPLIED' TO SUM-TEXT.              04324200
043249     MOVE SUMMARY-LINE TO PRINT-RECORD.                           04324900
043256     PERFORM WRITE-PRINT-LINE.                                    04325600
043263     MOVE LOG-WRITTEN-COUNT TO SUM-COUNT.                         04326300
043270     MOVE 'LINES APPENDED TO THE CHANGE LOG' TO SUM-TEXT.         04327000
043277     MOVE SUMMARY-LINE TO PRINT-RECORD.                           04327700
043284     PERFORM WRITE-PRINT-LINE.                                    04328400
043300 WRITE-PRINT-LINE.                                                04330000
043400     IF PRINT-FILE-OK                                             04340000
043500      THEN                                                        04350000
