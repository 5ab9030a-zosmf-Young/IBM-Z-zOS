000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  HOWARDT VERSION 04  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFBRST.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
003200               control totals from the balancing dataset          00320000
003300               (BALANCDD), so the split can be verified against   00330000
003400               the run that produced it.                          00340000
003410*                                                                 00341000
003420               RPTPROF may carry several versions of a family,    00342000
003430               each with the date it takes effect; the burster    00343000
003440               reads the report id with the version in effect on  00344000
003450               the document's run date, exactly as the exits do.  00345000
003455*                                                                 00345500
003460               A family flagged proof required in the proof       00346000
003465               options (PROOFOPT) is held: its documents are not  00346500
003470               written to any of the split outputs until QA has   00347000
003475               looked at the proof sample (ACIFPRUF) and a        00347500
003480               release card for the report id and run date is in  00348000
003485               the sign-off file (SIGNOFF). The held families are 00348500
003490               listed on the trailer report, and a run that held  00349000
003495               anything ends with return code 4.                  00349500
003500*                                                                 00350000
003600 DATE-WRITTEN. 02 Sep 2026.                                       00360000
003700 DATE-COMPILED.                                                   00370000
009300     SELECT PRINT-FILE ASSIGN TO REPORTDD                         00930000
009400         ORGANIZATION IS SEQUENTIAL                               00940000
009500         FILE STATUS IS PRINT-FILE-STATUS.                        00950000
009510     SELECT OPTION-FILE ASSIGN TO PROOFOPT                        00951000
009520         ORGANIZATION IS SEQUENTIAL                               00952000
009530         FILE STATUS IS OPTION-FILE-STATUS.                       00953000
009540     SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF                        00954000
009550         ORGANIZATION IS SEQUENTIAL                               00955000
009560         FILE STATUS IS SIGNOFF-FILE-STATUS.                      00956000
009600     SELECT OUT1-FILE ASSIGN TO OUT1DD                            00960000
009700         ORGANIZATION IS SEQUENTIAL                               00970000
009800         FILE STATUS IS OUT-FILE-STATUS.                          00980000
014900     05  ROUTE-DDNAME        PIC X(8).                            01490000
015000     05  FILLER              PIC X(64).                           01500000
015100* THE REPORT PROFILE MASTER FILE, THE SAME RPTPROF DATASET THE    01510000
015160* EXITS LOAD; THE REPORT-ID AND RUN-DATE EXTRACT POSITIONS AND    01516000
015220* THE EFFECTIVE DATE OF EACH VERSION MATTER HERE.                 01522000
015300 FD  PROFILE-FILE                                                 01530000
015400     LABEL RECORDS ARE STANDARD.                                  01540000
015500 01  PROFILE-RECORD.                                              01550000
016300     05  PROF-CHARS          PIC X(20).                           01630000
016400     05  PROF-DATE-CHECK     PIC X.                               01640000
016500     05  PROF-RES-CHECK      PIC X.                               01650000
016540     05  PROF-ACCT-FIELDS    PIC X(7).                            01654000
016580     05  PROF-TRAILER-OPT    PIC X.                               01658000
016620     05  PROF-EFF-DATE       PIC X(8).                            01662000
016660     05  FILLER              PIC X(4).                            01666000
016700* THE BALANCING DATASET CARRIES THE INPUT EXIT'S EOF CONTROL      01670000
016800* TOTALS; THE DOCUMENT TOTAL IS VERIFIED HERE AGAINST THE         01680000
016900* DOCUMENTS THE SPLIT ROUTED.                                     01690000
017000 FD  BALANCE-FILE                                                 01700000
017100     LABEL RECORDS ARE STANDARD.                                  01710000
017200     COPY BALREC SUPPRESS.                                        01720000
017203* THE PROOF OPTIONS, THE SAME PROOFOPT DATASET ACIFPRUF READS;    01720300
017206* ONLY THE PROOF-REQUIRED FLAG MATTERS HERE. THE RECORD KEYED     01720600
017209* '*DEFAULT' GIVES THE FLAG FOR FAMILIES WITH NO RECORD OF THEIR  01720900
017212* OWN; RECORDS BEGINNING WITH '*' ARE OTHERWISE COMMENTS.         01721200
017215 FD  OPTION-FILE                                                  01721500
017218     LABEL RECORDS ARE STANDARD.                                  01721800
017221 01  OPTION-RECORD.                                               01722100
017224     05  POPT-REPT-ID        PIC X(8).                            01722400
017227     05  FILLER              PIC X.                               01722700
017230     05  POPT-REQUIRED       PIC X.                               01723000
017233     05  FILLER              PIC X.                               01723300
017236     05  POPT-FIRST          PIC 9(3).                            01723600
017239     05  FILLER              PIC X.                               01723900
017242     05  POPT-EVERY          PIC 9(5).                            01724200
017245     05  FILLER              PIC X(60).                           01724500
017248* THE SIGN-OFF FILE, ONE RELEASE CARD PER PROOF-REQUIRED REPORT ID01724800
017251* AND RUN DATE QA HAS SIGNED OFF, WITH WHO SIGNED IT OFF AND WHEN.01725100
017254* RECORDS BEGINNING WITH '*' ARE COMMENTS.                        01725400
017257 FD  SIGNOFF-FILE                                                 01725700
017260     LABEL RECORDS ARE STANDARD.                                  01726000
017263 01  SIGNOFF-RECORD.                                              01726300
017266     05  SGN-REPT-ID         PIC X(8).                            01726600
017269     05  FILLER              PIC X.                               01726900
017272     05  SGN-RUN-DATE        PIC X(8).                            01727200
017275     05  FILLER              PIC X.                               01727500
017278     05  SGN-SIGNED-BY       PIC X(8).                            01727800
017281     05  FILLER              PIC X.                               01728100
017284     05  SGN-SIGNED-DATE     PIC X(8).                            01728400
017287     05  FILLER              PIC X(45).                           01728700
017300 FD  PRINT-FILE                                                   01730000
017400     LABEL RECORDS ARE STANDARD.                                  01740000
017500 01  PRINT-RECORD            PIC X(121).                          01750000
023000     88  PRINT-FILE-OK       VALUE '00'.                          02300000
023100 77  OUT-FILE-STATUS         PIC XX VALUE '00'.                   02310000
023200     88  OUT-FILE-OK         VALUE '00'.                          02320000
023220 77  OPTION-FILE-STATUS      PIC XX VALUE '00'.                   02322000
023240     88  OPTION-FILE-OK      VALUE '00'.                          02324000
023260 77  SIGNOFF-FILE-STATUS     PIC XX VALUE '00'.                   02326000
023280     88  SIGNOFF-FILE-OK     VALUE '00'.                          02328000
023300 77  AFPIN-RECLEN            PIC 9(8) BINARY VALUE ZERO.          02330000
023400 77  OUT-RECLEN              PIC 9(8) BINARY VALUE ZERO.          02340000
023500 77  AFPIN-DONE-FLAG         PIC X VALUE LOW-VALUE.               02350000
024000     88  PROFILE-LOAD-DONE   VALUE HIGH-VALUE.                    02400000
024100 77  PROFILE-OPEN-FLAG       PIC X VALUE LOW-VALUE.               02410000
024200     88  PROFILE-OPENED      VALUE HIGH-VALUE.                    02420000
024220 77  OPTION-DONE-FLAG        PIC X VALUE LOW-VALUE.               02422000
024240     88  OPTION-DONE         VALUE HIGH-VALUE.                    02424000
024260 77  SIGNOFF-DONE-FLAG       PIC X VALUE LOW-VALUE.               02426000
024280     88  SIGNOFF-DONE        VALUE HIGH-VALUE.                    02428000
024300* the record in the buffer: the structured field type behind the  02430000
024400* NOP wrapper (or the record's own type when it is not wrapped)   02440000
024500* and the introducer offset the extract positions apply behind.   02450000
024900* the document in progress and the output its records go to;      02490000
025000* output number zero means no document is open and records are    02500000
025100* shared prolog or epilog, copied to every routed output.         02510000
025150* a document held for proof sign-off goes nowhere.                02515000
025200 77  CUR-OUT-NUM             PIC S9(4) BINARY VALUE ZERO.         02520000
025300 77  WRT-OUT-NUM             PIC S9(4) BINARY VALUE ZERO.         02530000
025400 77  IN-DOCUMENT-FLAG        PIC X VALUE LOW-VALUE.               02540000
025500     88  IN-DOCUMENT         VALUE HIGH-VALUE.                    02550000
025600     88  BETWEEN-DOCUMENTS   VALUE LOW-VALUE.                     02560000
025630     88  IN-HELD-DOCUMENT    VALUE 'H'.                           02563000
025660 77  DOC-RUN-DATE            PIC X(8) VALUE SPACES.               02566000
025700* the routing table and the fixed split output DD names.          02570000
025800 77  ROUTE-MAX               PIC S9(4) BINARY VALUE 64.           02580000
025900 77  ROUTE-SUB               PIC S9(4) BINARY VALUE ZERO.         02590000
028900         10  OUT-DOCS        PIC S9(8) BINARY.                    02890000
029000         10  OUT-RECS        PIC S9(8) BINARY.                    02900000
029100* the report profile table, loaded from RPTPROF exactly as the    02910000
029160* exits load it; the extract positions and effective dates are    02916000
029220* kept, and a family may have several versions.                   02922000
029300 77  PROF-SUB                PIC S9(4) BINARY VALUE ZERO.         02930000
029400 77  PROFILE-MAX             PIC S9(4) BINARY VALUE 200.          02940000
029500 77  PROFILE-MATCH-FLAG      PIC X VALUE LOW-VALUE.               02950000
029600     88  PROFILE-MATCHED     VALUE HIGH-VALUE.                    02960000
029700     88  PROFILE-NOT-MATCHED VALUE LOW-VALUE.                     02970000
029710* the effective-date version selection, exactly as in the exits.  02971000
029720 77  VERSION-RUN-DATE        PIC X(8) VALUE SPACES.               02972000
029730 77  BEST-EFF-DATE           PIC X(8) VALUE SPACES.               02973000
029740 77  DEFAULT-EFF-DATE        PIC X(8) VALUE LOW-VALUE.            02974000
029750 77  WRK-EFF-DATE            PIC X(8) VALUE SPACES.               02975000
029760* the report id of the first family to match the document.        02976000
029770 77  MATCH-REPT-ID           PIC X(8) VALUE LOW-VALUES.           02977000
029800 01  PROFILE-TABLE-AREA.                                          02980000
029900     05  PROFILE-COUNT       PIC S9(4) BINARY VALUE ZERO.         02990000
030000     05  PROFILE-ENTRY       OCCURS 200 TIMES.                    03000000
030100         10  PROF-TBL-REPT-ID PIC X(8).                           03010000
030200         10  PROF-TBL-ID-POS PIC 9(4) BINARY.                     03020000
030240         10  PROF-TBL-ID-LEN PIC 9(4) BINARY.                     03024000
030280         10  PROF-TBL-DATE-POS PIC 9(4) BINARY.                   03028000
030320         10  PROF-TBL-DATE-LEN PIC 9(4) BINARY.                   03032000
030360         10  PROF-TBL-EFF-DATE PIC X(8).                          03036000
030400 01  CURRENT-PROFILE.                                             03040000
030500     05  CUR-REPT-POS        PIC 9(4) BINARY.                     03050000
030550     05  CUR-REPT-LEN        PIC 9(4) BINARY.                     03055000
030600     05  CUR-DATE-POS        PIC 9(4) BINARY.                     03060000
030650     05  CUR-DATE-LEN        PIC 9(4) BINARY.                     03065000
030700* the default extract positions, replaced by a '*DEFAULT' record  03070000
030800* in RPTPROF, exactly as in the exits.                            03080000
030900 01  DEFAULT-PROFILE.                                             03090000
031000     05  DEF-REPT-POS        PIC 9(4) BINARY VALUE 1.             03100000
031050     05  DEF-REPT-LEN        PIC 9(4) BINARY VALUE 3.             03105000
031100     05  DEF-DATE-POS        PIC 9(4) BINARY VALUE 4.             03110000
031150     05  DEF-DATE-LEN        PIC 9(4) BINARY VALUE 8.             03115000
031151* the proof-required families, loaded from PROOFOPT, and the      03115100
031152* flag for families with no record of their own.                  03115200
031153 77  PRF-MAX                 PIC S9(4) BINARY VALUE 200.          03115300
031154 77  PRF-SUB                 PIC S9(4) BINARY VALUE ZERO.         03115400
031155 77  DEFAULT-REQUIRED        PIC X VALUE 'N'.                     03115500
031156 77  DOC-REQUIRED            PIC X VALUE 'N'.                     03115600
031157     88  DOC-PROOF-REQUIRED  VALUE 'Y'.                           03115700
031158 01  PROOF-TABLE-AREA.                                            03115800
031159     05  PRF-COUNT           PIC S9(4) BINARY VALUE ZERO.         03115900
031160     05  PRF-ENTRY           OCCURS 200 TIMES.                    03116000
031161         10  PRF-REPT-ID     PIC X(8).                            03116100
031162         10  PRF-REQUIRED    PIC X.                               03116200
031163* the release cards loaded from the sign-off file.                03116300
031164 77  REL-MAX                 PIC S9(4) BINARY VALUE 500.          03116400
031165 77  REL-SUB                 PIC S9(4) BINARY VALUE ZERO.         03116500
031166 77  RELEASE-FOUND-FLAG      PIC X VALUE LOW-VALUE.               03116600
031167     88  RELEASE-FOUND       VALUE HIGH-VALUE.                    03116700
031168     88  RELEASE-NOT-FOUND   VALUE LOW-VALUE.                     03116800
031169 01  RELEASE-TABLE-AREA.                                          03116900
031170     05  REL-COUNT           PIC S9(4) BINARY VALUE ZERO.         03117000
031171     05  REL-ENTRY           OCCURS 500 TIMES.                    03117100
031172         10  REL-REPT-ID     PIC X(8).                            03117200
031173         10  REL-RUN-DATE    PIC X(8).                            03117300
031174* the families held for sign-off in this run, by report id and    03117400
031175* run date, for the trailer report.                               03117500
031176 77  HLD-MAX                 PIC S9(4) BINARY VALUE 200.          03117600
031177 77  HLD-SUB                 PIC S9(4) BINARY VALUE ZERO.         03117700
031178 77  HLD-HIT                 PIC S9(4) BINARY VALUE ZERO.         03117800
031179 01  HELD-TABLE-AREA.                                             03117900
031180     05  HLD-COUNT           PIC S9(4) BINARY VALUE ZERO.         03118000
031181     05  HLD-ENTRY           OCCURS 200 TIMES.                    03118100
031182         10  HLD-REPT-ID     PIC X(8).                            03118200
031183         10  HLD-RUN-DATE    PIC X(8).                            03118300
031184         10  HLD-DOCS        PIC S9(8) BINARY.                    03118400
031200* run totals for the trailer report and the balancing check.      03120000
031300 77  RECORD-COUNT            PIC S9(8) BINARY VALUE ZERO.         03130000
031400 77  DOC-COUNT               PIC S9(8) BINARY VALUE ZERO.         03140000
031500 77  SHARED-COUNT            PIC S9(8) BINARY VALUE ZERO.         03150000
031600 77  UNROUTED-COUNT          PIC S9(8) BINARY VALUE ZERO.         03160000
031700 77  ERROR-COUNT             PIC S9(4) BINARY VALUE ZERO.         03170000
031720 77  HELD-DOC-COUNT          PIC S9(8) BINARY VALUE ZERO.         03172000
031740 77  HELD-REC-COUNT          PIC S9(8) BINARY VALUE ZERO.         03174000
031760 77  PROOF-REJECT-COUNT      PIC S9(4) BINARY VALUE ZERO.         03176000
031800 77  COUNT-DISP              PIC Z,ZZZ,ZZ9.                       03180000
031900 77  TODAY-DATE              PIC X(8).                            03190000
032000* the record passes through this buffer on its way to the split   03200000
033900     05  FILLER              PIC X(2) VALUE SPACES.               03390000
034000     05  TDL-RECS            PIC Z,ZZZ,ZZ9.                       03400000
034100     05  FILLER              PIC X(89) VALUE SPACES.              03410000
034106 01  HELD-HEADING.                                                03410600
034112     05  FILLER              PIC X(40) VALUE                      03411200
034118         '  HELD FOR PROOF SIGN-OFF               '.              03411800
034124     05  FILLER              PIC X(81) VALUE SPACES.              03412400
034130 01  HELD-DETAIL-LINE.                                            03413000
034136     05  FILLER              PIC X(2) VALUE SPACES.               03413600
034142     05  HDL-REPT-ID         PIC X(8).                            03414200
034148     05  FILLER              PIC X(2) VALUE SPACES.               03414800
034154     05  HDL-RUN-DATE        PIC X(8).                            03415400
034160     05  HDL-DOCS            PIC Z,ZZZ,ZZ9.                       03416000
034166     05  FILLER              PIC X(11) VALUE ' DOCUMENTS '.       03416600
034172     05  FILLER              PIC X(35) VALUE                      03417200
034178         'AWAITING A RELEASE CARD IN SIGNOFF '.                   03417800
034184     05  FILLER              PIC X(46) VALUE SPACES.              03418400
034200 01  SUMMARY-LINE.                                                03420000
034300     05  FILLER              PIC X(2) VALUE SPACES.               03430000
034400     05  SUM-COUNT           PIC Z,ZZZ,ZZ9.                       03440000
035400     PERFORM INITIALIZE-RUN.                                      03540000
035500     PERFORM LOAD-ROUTES.                                         03550000
035600     PERFORM LOAD-PROFILES.                                       03560000
035630     PERFORM LOAD-PROOF-OPTIONS.                                  03563000
035660     PERFORM LOAD-RELEASES.                                       03566000
035700     PERFORM OPEN-ONE-OUTPUT VARYING OUT-SUB FROM 1 BY 1          03570000
035800         UNTIL OUT-SUB > OUT-MAX.                                 03580000
035900     PERFORM PROCESS-ONE-RECORD UNTIL AFPIN-DONE.                 03590000
036000     PERFORM PRINT-TRAILER.                                       03600000
036050     PERFORM PRINT-HELD-FAMILIES.                                 03605000
036100     PERFORM CHECK-BALANCE.                                       03610000
036200     PERFORM FINISH-RUN.                                          03620000
036300     GOBACK.                                                      03630000
048600      ELSE                                                        04860000
048700      SET PROFILE-LOAD-DONE TO TRUE                               04870000
048800     END-IF.                                                      04880000
048850* edit and file one profile record; the extract positions and     04885000
048900* the effective date matter to the burster. records that fail     04890000
048950* the edits are reported and skipped rather than trusted.         04895000
049000 STORE-PROFILE.                                                   04900000
049050     MOVE PROF-EFF-DATE TO WRK-EFF-DATE.                          04905000
049100     IF WRK-EFF-DATE = SPACES                                     04910000
049150      THEN                                                        04915000
049200      MOVE ZEROS TO WRK-EFF-DATE                                  04920000
049250     END-IF.                                                      04925000
049300     IF PROF-ID-POS NOT NUMERIC OR PROF-ID-LEN NOT NUMERIC        04930000
049350        OR PROF-DATE-POS NOT NUMERIC                              04935000
049400        OR PROF-DATE-LEN NOT NUMERIC                              04940000
049450        OR PROF-ID-POS = ZERO OR PROF-ID-POS > 9999               04945000
049500        OR PROF-ID-LEN = ZERO OR PROF-ID-LEN > 8                  04950000
049550        OR PROF-DATE-POS = ZERO OR PROF-DATE-POS > 9999           04955000
049600        OR PROF-DATE-LEN = ZERO OR PROF-DATE-LEN > 8              04960000
049650        OR WRK-EFF-DATE NOT NUMERIC                               04965000
049700      THEN                                                        04970000
049750      DISPLAY PGMNAME, ' INVALID PROFILE RECORD SKIPPED: ',       04975000
049800          PROF-REPT-ID                                            04980000
049850      ELSE                                                        04985000
049900      IF PROF-REPT-ID = '*DEFAULT'                                04990000
049950       THEN                                                       04995000
050000* of several '*DEFAULT' versions, the latest one already in       05000000
050050* effect today replaces the built-in default.                     05005000
050100       IF WRK-EFF-DATE NOT > TODAY-DATE AND                       05010000
050150          WRK-EFF-DATE NOT < DEFAULT-EFF-DATE                     05015000
050200        THEN                                                      05020000
050250        MOVE PROF-ID-POS TO DEF-REPT-POS;                         05025000
050300        MOVE PROF-ID-LEN TO DEF-REPT-LEN;                         05030000
050350        MOVE PROF-DATE-POS TO DEF-DATE-POS;                       05035000
050400        MOVE PROF-DATE-LEN TO DEF-DATE-LEN;                       05040000
050450        MOVE WRK-EFF-DATE TO DEFAULT-EFF-DATE                     05045000
050500       END-IF                                                     05050000
050550       ELSE                                                       05055000
050600       IF PROFILE-COUNT < PROFILE-MAX                             05060000
050650        THEN                                                      05065000
050700        ADD 1 TO PROFILE-COUNT;                                   05070000
050750        MOVE PROF-REPT-ID TO                                      05075000
050800            PROF-TBL-REPT-ID (PROFILE-COUNT);                     05080000
050850        MOVE PROF-ID-POS TO                                       05085000
050900            PROF-TBL-ID-POS (PROFILE-COUNT);                      05090000
050950        MOVE PROF-ID-LEN TO                                       05095000
051000            PROF-TBL-ID-LEN (PROFILE-COUNT);                      05100000
051050        MOVE PROF-DATE-POS TO                                     05105000
051100            PROF-TBL-DATE-POS (PROFILE-COUNT);                    05110000
051150        MOVE PROF-DATE-LEN TO                                     05115000
051200            PROF-TBL-DATE-LEN (PROFILE-COUNT);                    05120000
051250        MOVE WRK-EFF-DATE TO                                      05125000
051300            PROF-TBL-EFF-DATE (PROFILE-COUNT)                     05130000
051350        ELSE                                                      05135000
051400        DISPLAY PGMNAME, ' PROFILE TABLE FULL, RECORD ',          05140000
051450            'SKIPPED: ', PROF-REPT-ID;                            05145000
051500        SET PROFILE-LOAD-DONE TO TRUE                             05150000
051550       END-IF                                                     05155000
051600      END-IF                                                      05160000
051650     END-IF.                                                      05165000
051655* load the proof-required flags. a missing file means no family   05165500
051660* is held.                                                        05166000
051665 LOAD-PROOF-OPTIONS.                                              05166500
051670     OPEN INPUT OPTION-FILE.                                      05167000
051675     IF OPTION-FILE-OK                                            05167500
051680      THEN                                                        05168000
051685      PERFORM LOAD-ONE-PROOF-OPTION UNTIL OPTION-DONE;            05168500
051690      CLOSE OPTION-FILE                                           05169000
051695      ELSE                                                        05169500
051700      DISPLAY PGMNAME, ' PROOFOPT NOT AVAILABLE, FILE STATUS=',   05170000
051705          OPTION-FILE-STATUS, ' - NO FAMILY IS HELD.'             05170500
051710     END-IF.                                                      05171000
051715 LOAD-ONE-PROOF-OPTION.                                           05171500
051720     READ OPTION-FILE.                                            05172000
051725     IF NOT OPTION-FILE-OK                                        05172500
051730      THEN                                                        05173000
051735      SET OPTION-DONE TO TRUE                                     05173500
051740      ELSE                                                        05174000
051745      IF OPTION-RECORD = SPACES OR                                05174500
051750         (POPT-REPT-ID (1:1) = '*' AND                            05175000
051755          POPT-REPT-ID NOT = '*DEFAULT')                          05175500
051760       THEN                                                       05176000
051765       CONTINUE                                                   05176500
051770       ELSE                                                       05177000
051775       PERFORM STORE-PROOF-OPTION                                 05177500
051780      END-IF                                                      05178000
051785     END-IF.                                                      05178500
051790* the flag must be 'Y' or 'N'; a record that fails is reported    05179000
051795* and the family falls back to the default.                       05179500
051800 STORE-PROOF-OPTION.                                              05180000
051805     EVALUATE TRUE                                                05180500
051810       WHEN POPT-REQUIRED NOT = 'Y' AND POPT-REQUIRED NOT = 'N'   05181000
051815         DISPLAY PGMNAME, ' INVALID PROOF OPTION RECORD ',        05181500
051820             'SKIPPED: ', POPT-REPT-ID;                           05182000
051825         ADD 1 TO PROOF-REJECT-COUNT                              05182500
051830       WHEN POPT-REPT-ID = '*DEFAULT'                             05183000
051835         MOVE POPT-REQUIRED TO DEFAULT-REQUIRED                   05183500
051840       WHEN PRF-COUNT < PRF-MAX                                   05184000
051845         ADD 1 TO PRF-COUNT;                                      05184500
051850         MOVE POPT-REPT-ID TO PRF-REPT-ID (PRF-COUNT);            05185000
051855         MOVE POPT-REQUIRED TO PRF-REQUIRED (PRF-COUNT)           05185500
051860       WHEN OTHER                                                 05186000
051865         DISPLAY PGMNAME, ' PROOF OPTION TABLE FULL, RECORD ',    05186500
051870             'SKIPPED: ', POPT-REPT-ID;                           05187000
051875         ADD 1 TO PROOF-REJECT-COUNT                              05187500
051880     END-EVALUATE.                                                05188000
051885* load the release cards. a missing sign-off file releases        05188500
051890* nothing, so every proof-required family is held.                05189000
051895 LOAD-RELEASES.                                                   05189500
051900     OPEN INPUT SIGNOFF-FILE.                                     05190000
051905     IF SIGNOFF-FILE-OK                                           05190500
051910      THEN                                                        05191000
051915      PERFORM LOAD-ONE-RELEASE UNTIL SIGNOFF-DONE;                05191500
051920      CLOSE SIGNOFF-FILE                                          05192000
051925      ELSE                                                        05192500
051930      DISPLAY PGMNAME, ' SIGNOFF NOT AVAILABLE, FILE STATUS=',    05193000
051935          SIGNOFF-FILE-STATUS, ' - NOTHING IS RELEASED.'          05193500
051940     END-IF.                                                      05194000
051945 LOAD-ONE-RELEASE.                                                05194500
051950     READ SIGNOFF-FILE.                                           05195000
051955     IF NOT SIGNOFF-FILE-OK                                       05195500
051960      THEN                                                        05196000
051965      SET SIGNOFF-DONE TO TRUE                                    05196500
051970      ELSE                                                        05197000
051975      EVALUATE TRUE                                               05197500
051980        WHEN SIGNOFF-RECORD = SPACES OR SGN-REPT-ID (1:1) = '*'   05198000
051985          CONTINUE                                                05198500
051990        WHEN SGN-REPT-ID = SPACES OR SGN-RUN-DATE NOT NUMERIC     05199000
051995          DISPLAY PGMNAME, ' INVALID RELEASE CARD SKIPPED: ',     05199500
052000              SGN-REPT-ID, ' ', SGN-RUN-DATE;                     05200000
052005          ADD 1 TO PROOF-REJECT-COUNT                             05200500
052010        WHEN REL-COUNT < REL-MAX                                  05201000
052015          ADD 1 TO REL-COUNT;                                     05201500
052020          MOVE SGN-REPT-ID TO REL-REPT-ID (REL-COUNT);            05202000
052025          MOVE SGN-RUN-DATE TO REL-RUN-DATE (REL-COUNT)           05202500
052030        WHEN OTHER                                                05203000
052035          DISPLAY PGMNAME, ' RELEASE TABLE FULL, CARD SKIPPED: ', 05203500
052040              SGN-REPT-ID, ' ', SGN-RUN-DATE;                     05204000
052045          ADD 1 TO PROOF-REJECT-COUNT                             05204500
052050      END-EVALUATE                                                05205000
052055     END-IF.                                                      05205500
052100* open each split output that at least one route points at;       05210000
052200* outputs no route uses are left closed and never written.        05220000
052300 OPEN-ONE-OUTPUT.                                                 05230000
054800* the wrapped data area; a NOP-wrapped EDT closes it. records     05480000
054900* inside a document follow it, and records outside any document   05490000
055000* are shared and copied to every routed output.                   05500000
055030* a document of a proof-required family that has not been signed  05503000
055060* off is held, and none of its records are written.               05506000
055100 PROCESS-ONE-RECORD.                                              05510000
055200     READ AFPIN-FILE.                                             05520000
055300     IF NOT AFPIN-FILE-OK                                         05530000
056900        WHEN IN-DOCUMENT                                          05690000
057000          MOVE CUR-OUT-NUM TO WRT-OUT-NUM;                        05700000
057100          PERFORM WRITE-ONE-OUTPUT                                05710000
057110        WHEN WRAP-TYPE = SF-EDT AND IN-HELD-DOCUMENT              05711000
057120          ADD 1 TO HELD-REC-COUNT;                                05712000
057130          SET BETWEEN-DOCUMENTS TO TRUE                           05713000
057140        WHEN IN-HELD-DOCUMENT                                     05714000
057150          ADD 1 TO HELD-REC-COUNT                                 05715000
057200        WHEN OTHER                                                05720000
057300          PERFORM WRITE-SHARED-RECORD                             05730000
057400      END-EVALUATE                                                05740000
058700      MOVE AFP-TYPE TO WRAP-TYPE;                                 05870000
058800      MOVE ZERO TO WRAP-BASE                                      05880000
058900     END-IF.                                                      05890000
058980* a document begins: find its profile, pick up the report id and  05898000
059060* run date at the profile's positions in the BDT data area, and   05906000
059140* hold it for sign-off or route it. a report id with no route of  05914000
059220* its own goes to the default output and is counted for the       05922000
059300* trailer.                                                        05930000
059400 ROUTE-DOCUMENT.                                                  05940000
059500     PERFORM FIND-PROFILE.                                        05950000
059600     MOVE SPACES TO REPT-ID.                                      05960000
059700     MOVE AFP-DATA (WRAP-BASE + CUR-REPT-POS :                    05970000
059800         CUR-REPT-LEN) TO REPT-ID (1 : CUR-REPT-LEN).             05980000
059810     MOVE SPACES TO DOC-RUN-DATE.                                 05981000
059820     MOVE AFP-DATA (WRAP-BASE + CUR-DATE-POS :                    05982000
059830         CUR-DATE-LEN) TO DOC-RUN-DATE (1 : CUR-DATE-LEN).        05983000
059840     ADD 1 TO DOC-COUNT.                                          05984000
059850     PERFORM CHECK-PROOF-HOLD.                                    05985000
059860     IF DOC-PROOF-REQUIRED AND RELEASE-NOT-FOUND                  05986000
059870      THEN                                                        05987000
059880      PERFORM HOLD-DOCUMENT                                       05988000
059890      ELSE                                                        05989000
059900      PERFORM SEND-DOCUMENT                                       05990000
059910     END-IF.                                                      05991000
059920 SEND-DOCUMENT.                                                   05992000
060000     SET ROUTE-NOT-FOUND TO TRUE.                                 06000000
060100     PERFORM SCAN-ROUTE VARYING ROUTE-SUB FROM 1 BY 1             06010000
060200         UNTIL ROUTE-SUB > ROUTE-COUNT OR ROUTE-FOUND.            06020000
061500      SET ROUTE-FOUND TO TRUE;                                    06150000
061600      MOVE RTE-OUT-NUM (ROUTE-SUB) TO CUR-OUT-NUM                 06160000
061700     END-IF.                                                      06170000
061750* locate the profile for the BDT in the buffer by matching each   06175000
061800* profile id at its own position in the BDT data area. the first  06180000
061850* family to match is the document's family; of its versions, the  06185000
061900* one in effect on the document's run date - the latest effective 06190000
061950* date not after it - wins, exactly as in the exits; unknown ids, 06195000
062000* and families with no version in effect yet, get the default.    06200000
062050 FIND-PROFILE.                                                    06205000
062100     SET PROFILE-NOT-MATCHED TO TRUE.                             06210000
062120     MOVE LOW-VALUES TO MATCH-REPT-ID.                            06212000
062150     PERFORM SCAN-PROFILE VARYING PROF-SUB FROM 1 BY 1            06215000
062200         UNTIL PROF-SUB > PROFILE-COUNT.                          06220000
062250     IF PROFILE-NOT-MATCHED                                       06225000
062300      THEN                                                        06230000
062350      MOVE DEFAULT-PROFILE TO CURRENT-PROFILE                     06235000
062400     END-IF.                                                      06240000
062450 SCAN-PROFILE.                                                    06245000
062500     IF AFP-DATA (WRAP-BASE +                                     06250000
062550                  PROF-TBL-ID-POS (PROF-SUB) :                    06255000
062600                  PROF-TBL-ID-LEN (PROF-SUB)) =                   06260000
062650        PROF-TBL-REPT-ID (PROF-SUB)                               06265000
062700            (1 : PROF-TBL-ID-LEN (PROF-SUB))                      06270000
062710        AND (MATCH-REPT-ID = LOW-VALUES OR                        06271000
062720             PROF-TBL-REPT-ID (PROF-SUB) = MATCH-REPT-ID)         06272000
062750      THEN                                                        06275000
062770      MOVE PROF-TBL-REPT-ID (PROF-SUB) TO MATCH-REPT-ID;          06277000
062800* the run date is read at this version's own date position; one   06280000
062850* that is not a full yyyymmdd date is taken as today.             06285000
062900      MOVE SPACES TO VERSION-RUN-DATE;                            06290000
062950      MOVE AFP-DATA (WRAP-BASE +                                  06295000
063000                     PROF-TBL-DATE-POS (PROF-SUB) :               06300000
063050                     PROF-TBL-DATE-LEN (PROF-SUB)) TO             06305000
063100          VERSION-RUN-DATE (1 : PROF-TBL-DATE-LEN (PROF-SUB));    06310000
063150      IF VERSION-RUN-DATE NOT NUMERIC                             06315000
063200       THEN                                                       06320000
063250       MOVE TODAY-DATE TO VERSION-RUN-DATE                        06325000
063300      END-IF;                                                     06330000
063350      IF PROF-TBL-EFF-DATE (PROF-SUB) NOT > VERSION-RUN-DATE      06335000
063400         AND (PROFILE-NOT-MATCHED OR                              06340000
063450              PROF-TBL-EFF-DATE (PROF-SUB) > BEST-EFF-DATE)       06345000
063500       THEN                                                       06350000
063550       SET PROFILE-MATCHED TO TRUE;                               06355000
063600       MOVE PROF-TBL-EFF-DATE (PROF-SUB) TO BEST-EFF-DATE;        06360000
063650       MOVE PROF-TBL-ID-POS (PROF-SUB) TO CUR-REPT-POS;           06365000
063700       MOVE PROF-TBL-ID-LEN (PROF-SUB) TO CUR-REPT-LEN;           06370000
063750       MOVE PROF-TBL-DATE-POS (PROF-SUB) TO CUR-DATE-POS;         06375000
063800       MOVE PROF-TBL-DATE-LEN (PROF-SUB) TO CUR-DATE-LEN          06380000
063850      END-IF                                                      06385000
063900     END-IF.                                                      06390000
063901* a proof-required family is released for the run date only by a  06390100
063902* release card for its report id and that run date.               06390200
063903 CHECK-PROOF-HOLD.                                                06390300
063904     MOVE DEFAULT-REQUIRED TO DOC-REQUIRED.                       06390400
063905     PERFORM SCAN-PROOF-OPTION VARYING PRF-SUB FROM 1 BY 1        06390500
063906         UNTIL PRF-SUB > PRF-COUNT.                               06390600
063907     SET RELEASE-NOT-FOUND TO TRUE.                               06390700
063908     IF DOC-PROOF-REQUIRED                                        06390800
063909      THEN                                                        06390900
063910      PERFORM SCAN-RELEASE VARYING REL-SUB FROM 1 BY 1            06391000
063911          UNTIL REL-SUB > REL-COUNT OR RELEASE-FOUND              06391100
063912     END-IF.                                                      06391200
063913 SCAN-PROOF-OPTION.                                               06391300
063914     IF PRF-REPT-ID (PRF-SUB) = REPT-ID                           06391400
063915      THEN                                                        06391500
063916      MOVE PRF-REQUIRED (PRF-SUB) TO DOC-REQUIRED                 06391600
063917     END-IF.                                                      06391700
063918 SCAN-RELEASE.                                                    06391800
063919     IF REL-REPT-ID (REL-SUB) = REPT-ID AND                       06391900
063920        REL-RUN-DATE (REL-SUB) = DOC-RUN-DATE                     06392000
063921      THEN                                                        06392100
063922      SET RELEASE-FOUND TO TRUE                                   06392200
063923     END-IF.                                                      06392300
063924* hold the document: none of its records go to any output. the    06392400
063925* count is kept by report id and run date for the trailer.        06392500
063926 HOLD-DOCUMENT.                                                   06392600
063927     SET IN-HELD-DOCUMENT TO TRUE.                                06392700
063928     ADD 1 TO HELD-DOC-COUNT.                                     06392800
063929     ADD 1 TO HELD-REC-COUNT.                                     06392900
063930     MOVE ZERO TO HLD-HIT.                                        06393000
063931     PERFORM SCAN-HELD VARYING HLD-SUB FROM 1 BY 1                06393100
063932         UNTIL HLD-SUB > HLD-COUNT OR HLD-HIT > 0.                06393200
063933     IF HLD-HIT = ZERO AND HLD-COUNT < HLD-MAX                    06393300
063934      THEN                                                        06393400
063935      ADD 1 TO HLD-COUNT;                                         06393500
063936      MOVE HLD-COUNT TO HLD-HIT;                                  06393600
063937      MOVE REPT-ID TO HLD-REPT-ID (HLD-HIT);                      06393700
063938      MOVE DOC-RUN-DATE TO HLD-RUN-DATE (HLD-HIT);                06393800
063939      MOVE ZERO TO HLD-DOCS (HLD-HIT)                             06393900
063940     END-IF.                                                      06394000
063941     IF HLD-HIT > 0                                               06394100
063942      THEN                                                        06394200
063943      ADD 1 TO HLD-DOCS (HLD-HIT)                                 06394300
063944     END-IF.                                                      06394400
063945 SCAN-HELD.                                                       06394500
063946     IF HLD-REPT-ID (HLD-SUB) = REPT-ID AND                       06394600
063947        HLD-RUN-DATE (HLD-SUB) = DOC-RUN-DATE                     06394700
063948      THEN                                                        06394800
063949      MOVE HLD-SUB TO HLD-HIT                                     06394900
063950     END-IF.                                                      06395000
064000* a record outside any document is prolog or epilog - the         06400000
064100* resource group and its wrappers - and every split file needs    06410000
064200* its own copy to stand alone.                                    06420000
069500     MOVE SUMMARY-LINE TO PRINT-RECORD.                           06950000
069600     PERFORM WRITE-PRINT-LINE.                                    06960000
069700     MOVE DOC-COUNT TO SUM-COUNT.                                 06970000
069800     MOVE 'DOCUMENTS READ - ROUTED OR HELD' TO SUM-TEXT.          06980000
069900     MOVE SUMMARY-LINE TO PRINT-RECORD.                           06990000
070000     PERFORM WRITE-PRINT-LINE.                                    07000000
070100     MOVE SHARED-COUNT TO SUM-COUNT.                              07010000
071500      MOVE TRAILER-DETAIL-LINE TO PRINT-RECORD;                   07150000
071600      PERFORM WRITE-PRINT-LINE                                    07160000
071700     END-IF.                                                      07170000
071702* list the families held for sign-off. the step ends with return  07170200
071704* code 4 when anything was held, so the split is not taken as     07170400
071706* complete; rerun it once the release cards are in.               07170600
071708 PRINT-HELD-FAMILIES.                                             07170800
071710     IF HLD-COUNT > 0                                             07171000
071712      THEN                                                        07171200
071714      MOVE SPACES TO PRINT-RECORD;                                07171400
071716      PERFORM WRITE-PRINT-LINE;                                   07171600
071718      MOVE HELD-HEADING TO PRINT-RECORD;                          07171800
071720      PERFORM WRITE-PRINT-LINE;                                   07172000
071722      PERFORM PRINT-ONE-HELD VARYING HLD-SUB FROM 1 BY 1          07172200
071724          UNTIL HLD-SUB > HLD-COUNT;                              07172400
071726      MOVE SPACES TO PRINT-RECORD;                                07172600
071728      PERFORM WRITE-PRINT-LINE;                                   07172800
071730      MOVE HELD-DOC-COUNT TO SUM-COUNT;                           07173000
071732      MOVE 'DOCUMENTS HELD FOR PROOF SIGN-OFF' TO SUM-TEXT;       07173200
071734      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07173400
071736      PERFORM WRITE-PRINT-LINE;                                   07173600
071738      MOVE HELD-REC-COUNT TO SUM-COUNT;                           07173800
071740      MOVE 'RECORDS HELD FOR PROOF SIGN-OFF' TO SUM-TEXT;         07174000
071742      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07174200
071744      PERFORM WRITE-PRINT-LINE;                                   07174400
071746      MOVE HLD-COUNT TO COUNT-DISP;                               07174600
071748      DISPLAY PGMNAME, ' ', COUNT-DISP, ' FAMILIES HELD FOR ',    07174800
071750          'PROOF SIGN-OFF.';                                      07175000
071752      PERFORM RAISE-RC-4                                          07175200
071754     END-IF.                                                      07175400
071756     IF PROOF-REJECT-COUNT > 0                                    07175600
071758      THEN                                                        07175800
071760      MOVE PROOF-REJECT-COUNT TO SUM-COUNT;                       07176000
071762      MOVE 'PROOF OPTION RECORDS OR RELEASE CARDS REJECTED' TO    07176200
071764          SUM-TEXT;                                               07176400
071766      MOVE SUMMARY-LINE TO PRINT-RECORD;                          07176600
071768      PERFORM WRITE-PRINT-LINE;                                   07176800
071770      PERFORM RAISE-RC-4                                          07177000
071772     END-IF.                                                      07177200
071774 PRINT-ONE-HELD.                                                  07177400
071776     MOVE HLD-REPT-ID (HLD-SUB) TO HDL-REPT-ID.                   07177600
071778     MOVE HLD-RUN-DATE (HLD-SUB) TO HDL-RUN-DATE.                 07177800
071780     MOVE HLD-DOCS (HLD-SUB) TO HDL-DOCS.                         07178000
071782     MOVE HELD-DETAIL-LINE TO PRINT-RECORD.                       07178200
071784     PERFORM WRITE-PRINT-LINE.                                    07178400
071800* verify the routed document total against the input exit's EOF   07180000
071900* control totals. a mismatch - or missing totals - ends the       07190000
072000* step with return code 4 so the split is looked at before the    07200000
