000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  HOWARDT VERSION 05  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFXIDX.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
002370               be retrieved from the archive without paging       00237000
002380               through the whole run. Profiles with no account    00238000
002390               fields keyed get document-level tags only.         00239000
002391                                                                  00239100
002392               RPTPROF may carry several versions of a family,    00239200
002393               each with the date it takes effect; a document     00239300
002394               uses the version in effect on its run date,        00239400
002395               exactly as in ACIFIBDT.                            00239500
002400                                                                  00240000
002500 DATE-WRITTEN. 22 Aug 2026.                                       00250000
002600 DATE-COMPILED.                                                   00260000
006984     05  PROF-ACCT-FIELDS.                                        00698040
006985         10  PROF-ACCT-POS   PIC 9(5).                            00698050
006986         10  PROF-ACCT-LEN   PIC 9(2).                            00698060
006988* the control-total trailer option, used only by ACIFIBDT, and    00698800
006990* the date this version of the family takes effect (yyyymmdd,     00699000
006992* spaces mean always in effect).                                  00699200
006994     05  PROF-TRAILER-OPT    PIC X.                               00699400
006996     05  PROF-EFF-DATE       PIC X(8).                            00699600
006998     05  FILLER              PIC X(4).                            00699800
007000 WORKING-STORAGE SECTION.                                         00700000
007100 77  PGMNAME                 PIC X(8) VALUE 'ACIFXIDX'.           00710000
007200 77  ABND-PGM                PIC X(8) VALUE 'CEE3ABD' GLOBAL.     00720000
007400 77  ABEND-REASON-CODE       PIC S9(9) BINARY VALUE ZERO GLOBAL.  00740000
007500 77  ABEND-CLEANUP-CODE      PIC S9(9) BINARY VALUE ZERO GLOBAL.  00750000
007600 77  AFPWRITE                PIC X(8) VALUE 'AFPWRITE'.           00760000
007605 77  DIAGSNAP                PIC X(8) VALUE 'DIAGSNAP' GLOBAL.    00760500
007610* a copy of the print-file attributes and the running             00761000
007615* counters for the diagnostic snapshot taken before any           00761500
007620* abend.                                                          00762000
007625 01  SAVED-ATTR              PIC X(51) GLOBAL.                    00762500
007630 01  SNAP-REASON             PIC X(40) GLOBAL.                    00763000
007635 01  SNAP-COUNTERS GLOBAL.                                        00763500
007640     05  SNAP-CTR            PIC S9(8) BINARY OCCURS 4 TIMES.     00764000
007645* the positions and lengths of the report id and run date in      00764500
007650* the BDT data area come from the report profile master file      00765000
007655* (RPTPROF), loaded on the first call, so this exit and           00765500
007660* ACIFIBDT always agree on where the index values live.           00766000
007665 77  PROFILE-FILE-STATUS     PIC XX VALUE '00'.                   00766500
007670     88  PROFILE-FILE-OK     VALUE '00'.                          00767000
007675 77  PROFILE-OPEN-FLAG       PIC X VALUE LOW-VALUE.               00767500
007680     88  PROFILE-OPENED      VALUE HIGH-VALUE.                    00768000
007685 77  PROFILE-LOAD-FLAG       PIC X VALUE LOW-VALUE.               00768500
007690     88  PROFILE-LOAD-DONE   VALUE HIGH-VALUE.                    00769000
007695 77  PROFILE-MATCH-FLAG      PIC X VALUE LOW-VALUE.               00769500
007700     88  PROFILE-MATCHED     VALUE HIGH-VALUE.                    00770000
007705     88  PROFILE-NOT-MATCHED VALUE LOW-VALUE.                     00770500
007710 77  PROF-SUB                PIC S9(4) BINARY VALUE ZERO.         00771000
007715 77  PROFILE-MAX             PIC S9(4) BINARY VALUE 200.          00771500
007720 77  FIRST-CALL-FLAG         PIC X VALUE LOW-VALUE.               00772000
007725     88  FIRST-CALL-DONE     VALUE HIGH-VALUE.                    00772500
007730     88  NOTFIRST-CALL       VALUE LOW-VALUE.                     00773000
007735* BDT-DATA-BASE skips the embedded introducer when the BDT        00773500
007740* or BNG arrives wrapped in a protecting NOP built by             00774000
007745* ACIFIBDT.                                                       00774500
007750 77  BDT-DATA-BASE           PIC 9(4) BINARY VALUE ZERO.          00775000
007755 01  PROFILE-TABLE-AREA.                                          00775500
007760     05  PROFILE-COUNT       PIC S9(4) BINARY VALUE ZERO.         00776000
007765     05  PROFILE-ENTRY       OCCURS 200 TIMES.                    00776500
007770         10  PROF-TBL-REPT-ID PIC X(8).                           00777000
007775         10  PROF-TBL-EFF-DATE PIC X(8).                          00777500
007780         10  PROF-TBL-BODY.                                       00778000
007785           15  PROF-TBL-ID-POS PIC 9(4) BINARY.                   00778500
007790           15  PROF-TBL-ID-LEN PIC 9(4) BINARY.                   00779000
007795           15  PROF-TBL-DATE-POS PIC 9(4) BINARY.                 00779500
007800           15  PROF-TBL-DATE-LEN PIC 9(4) BINARY.                 00780000
007805           15  PROF-TBL-ACCT-POS PIC 9(4) BINARY.                 00780500
007810           15  PROF-TBL-ACCT-LEN PIC 9(4) BINARY.                 00781000
007815 01  CURRENT-PROFILE.                                             00781500
007820     05  CUR-REPT-POS        PIC 9(4) BINARY.                     00782000
007825     05  CUR-REPT-LEN        PIC 9(4) BINARY.                     00782500
007830     05  CUR-DATE-POS        PIC 9(4) BINARY.                     00783000
007835     05  CUR-DATE-LEN        PIC 9(4) BINARY.                     00783500
007840     05  CUR-ACCT-POS        PIC 9(4) BINARY.                     00784000
007845     05  CUR-ACCT-LEN        PIC 9(4) BINARY.                     00784500
007850* the default profile matches the site-standard positions         00785000
007855* this exit used before the profile file existed; a record        00785500
007860* keyed '*DEFAULT' in RPTPROF replaces it.                        00786000
007865 01  DEFAULT-PROFILE.                                             00786500
007870     05  DEF-REPT-POS        PIC 9(4) BINARY VALUE 1.             00787000
007875     05  DEF-REPT-LEN        PIC 9(4) BINARY VALUE 3.             00787500
007880     05  DEF-DATE-POS        PIC 9(4) BINARY VALUE 4.             00788000
007885     05  DEF-DATE-LEN        PIC 9(4) BINARY VALUE 8.             00788500
007890* there is no site-standard account position: page-group          00789000
007895* tagging is off unless the profile record supplies one.          00789500
007900     05  DEF-ACCT-POS        PIC 9(4) BINARY VALUE ZERO.          00790000
007905     05  DEF-ACCT-LEN        PIC 9(4) BINARY VALUE ZERO.          00790500
007910 77  WRK-ACCT-POS            PIC 9(4) BINARY VALUE ZERO.          00791000
007915 77  WRK-ACCT-LEN            PIC 9(4) BINARY VALUE ZERO.          00791500
007920* the effective-date version selection: the run date a version    00792000
007925* would extract from the document, the effective date of the      00792500
007930* best version found so far, and the effective date of the        00793000
007935* '*DEFAULT' version in effect.                                   00793500
007940 77  VERSION-RUN-DATE        PIC X(8) VALUE SPACES.               00794000
007945 77  BEST-EFF-DATE           PIC X(8) VALUE SPACES.               00794500
007950 77  DEFAULT-EFF-DATE        PIC X(8) VALUE LOW-VALUE.            00795000
007955 77  WRK-EFF-DATE            PIC X(8) VALUE SPACES.               00795500
007960 77  TODAY-DATE              PIC X(8) VALUE SPACES.               00796000
007965* the report id of the first family to match the document.        00796500
007970 77  MATCH-REPT-ID           PIC X(8) VALUE LOW-VALUES.           00797000
007975 77  REPT-ID                 PIC X(8).                            00797500
008200 77  EMBEDDED-RUN-DATE       PIC X(8).                            00820000
008210 77  ACCT-NUMBER             PIC X(20).                           00821000
008300 77  TLE-DISP                PIC Z,ZZZ,ZZ9.                       00830000
025270     END-IF.                                                      02527000
025300     SET IDX-USE TO TRUE.                                         02530000
025400     GOBACK.                                                      02540000
025401* find the document profile and pick up the report id and         02540100
025402* run date from the BDT data area at the positions the            02540200
025403* profile gives, exactly as ACIFIBDT does. BDT-DATA-BASE          02540300
025404* skips the embedded introducer of a wrapped BDT.                 02540400
025405 TAG-DOCUMENT.                                                    02540500
025406     PERFORM FIND-PROFILE.                                        02540600
025407     MOVE SPACES TO REPT-ID.                                      02540700
025408     MOVE NOP-DATA (BDT-DATA-BASE + CUR-REPT-POS :                02540800
025409         CUR-REPT-LEN) TO REPT-ID (1 : CUR-REPT-LEN).             02540900
025410     MOVE SPACES TO EMBEDDED-RUN-DATE.                            02541000
025411     MOVE NOP-DATA (BDT-DATA-BASE + CUR-DATE-POS :                02541100
025412         CUR-DATE-LEN) TO                                         02541200
025413         EMBEDDED-RUN-DATE (1 : CUR-DATE-LEN).                    02541300
025414     ADD 1 TO DOC-COUNT.                                          02541400
025415     SET TLE-NEED-REPORT TO TRUE.                                 02541500
025416* pick up the account number from the BNG data area at the        02541600
025417* position the document's profile supplies. BDT-DATA-BASE         02541700
025418* skips the embedded introducer of a wrapped BNG.                 02541800
025419 TAG-PAGE-GROUP.                                                  02541900
025420     MOVE SPACES TO ACCT-NUMBER.                                  02542000
025421     MOVE NOP-DATA (BDT-DATA-BASE + CUR-ACCT-POS :                02542100
025422         CUR-ACCT-LEN) TO ACCT-NUMBER (1 : CUR-ACCT-LEN).         02542200
025423     ADD 1 TO PGRP-COUNT.                                         02542300
025424     SET TLE-NEED-ACCT TO TRUE.                                   02542400
025425* load the report profile master file into the profile            02542500
025426* table. a missing or empty file leaves only the built-in         02542600
025427* default profile, the site-standard positions.                   02542700
025428 LOAD-PROFILES.                                                   02542800
025429     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            02542900
025430     OPEN INPUT PROFILE-FILE.                                     02543000
025431     IF PROFILE-FILE-OK                                           02543100
025432      THEN                                                        02543200
025433      SET PROFILE-OPENED TO TRUE                                  02543300
025434      ELSE                                                        02543400
025435      DISPLAY PGMNAME, ' RPTPROF NOT AVAILABLE, FILE',            02543500
025436          ' STATUS=', PROFILE-FILE-STATUS,                        02543600
025437          ' - DEFAULT PROFILE IN EFFECT.';                        02543700
025438      SET PROFILE-LOAD-DONE TO TRUE                               02543800
025439     END-IF.                                                      02543900
025440     PERFORM LOAD-ONE-PROFILE UNTIL PROFILE-LOAD-DONE.            02544000
025441     IF PROFILE-OPENED                                            02544100
025442      THEN                                                        02544200
025443      CLOSE PROFILE-FILE                                          02544300
025444     END-IF.                                                      02544400
025445 LOAD-ONE-PROFILE.                                                02544500
025446     READ PROFILE-FILE.                                           02544600
025447     IF PROFILE-FILE-OK                                           02544700
025448      THEN                                                        02544800
025449      PERFORM STORE-PROFILE                                       02544900
025450      ELSE                                                        02545000
025451      SET PROFILE-LOAD-DONE TO TRUE                               02545100
025452     END-IF.                                                      02545200
025453* edit and file one profile record; only the id and date          02545300
025454* positions matter to this exit. records that fail the            02545400
025455* edits are reported and skipped rather than trusted.             02545500
025456 STORE-PROFILE.                                                   02545600
025457* the account fields are optional: spaces leave page-group        02545700
025458* tagging off for the family, and anything else must be a         02545800
025459* usable position and length or it is reported and ignored.       02545900
025460     MOVE ZERO TO WRK-ACCT-POS, WRK-ACCT-LEN.                     02546000
025461     IF PROF-ACCT-POS NUMERIC AND PROF-ACCT-LEN NUMERIC           02546100
025462        AND PROF-ACCT-POS > ZERO AND PROF-ACCT-POS < 10000        02546200
025463        AND PROF-ACCT-LEN > ZERO AND PROF-ACCT-LEN < 21           02546300
025464      THEN                                                        02546400
025465      MOVE PROF-ACCT-POS TO WRK-ACCT-POS;                         02546500
025466      MOVE PROF-ACCT-LEN TO WRK-ACCT-LEN                          02546600
025467      ELSE                                                        02546700
025468      IF PROF-ACCT-FIELDS NOT = SPACES                            02546800
025469       THEN                                                       02546900
025470       DISPLAY PGMNAME, ' ACCOUNT TAG FIELDS INVALID, ',          02547000
025471           'PAGE-GROUP TAGGING OFF FOR: ', PROF-REPT-ID           02547100
025472      END-IF                                                      02547200
025473     END-IF.                                                      02547300
025474* the effective date: spaces mean the version has always been     02547400
025475* in effect; anything else must be a yyyymmdd date.               02547500
025476     MOVE PROF-EFF-DATE TO WRK-EFF-DATE.                          02547600
025477     IF WRK-EFF-DATE = SPACES                                     02547700
025478      THEN                                                        02547800
025479      MOVE ZEROS TO WRK-EFF-DATE                                  02547900
025480     END-IF.                                                      02548000
025481     IF PROF-ID-POS NOT NUMERIC OR PROF-ID-LEN NOT NUMERIC        02548100
025482        OR PROF-DATE-POS NOT NUMERIC                              02548200
025483        OR PROF-DATE-LEN NOT NUMERIC                              02548300
025484        OR PROF-ID-POS = ZERO OR PROF-ID-POS > 9999               02548400
025485        OR PROF-DATE-POS = ZERO OR PROF-DATE-POS > 9999           02548500
025486        OR PROF-ID-LEN = ZERO OR PROF-ID-LEN > 8                  02548600
025487        OR PROF-DATE-LEN = ZERO OR PROF-DATE-LEN > 8              02548700
025488        OR WRK-EFF-DATE NOT NUMERIC                               02548800
025489      THEN                                                        02548900
025490      DISPLAY PGMNAME, ' INVALID PROFILE RECORD SKIPPED: ',       02549000
025491          PROF-REPT-ID                                            02549100
025492      ELSE                                                        02549200
025493      IF PROF-REPT-ID = '*DEFAULT'                                02549300
025494       THEN                                                       02549400
025495* of several '*DEFAULT' versions, the latest one already in       02549500
025496* effect today replaces the built-in default.                     02549600
025497       IF WRK-EFF-DATE NOT > TODAY-DATE AND                       02549700
025498          WRK-EFF-DATE NOT < DEFAULT-EFF-DATE                     02549800
025499        THEN                                                      02549900
025500        MOVE PROF-ID-POS TO DEF-REPT-POS;                         02550000
025501        MOVE PROF-ID-LEN TO DEF-REPT-LEN;                         02550100
025502        MOVE PROF-DATE-POS TO DEF-DATE-POS;                       02550200
025503        MOVE PROF-DATE-LEN TO DEF-DATE-LEN;                       02550300
025504        MOVE WRK-ACCT-POS TO DEF-ACCT-POS;                        02550400
025505        MOVE WRK-ACCT-LEN TO DEF-ACCT-LEN;                        02550500
025506        MOVE WRK-EFF-DATE TO DEFAULT-EFF-DATE                     02550600
025507       END-IF                                                     02550700
025508       ELSE                                                       02550800
025509       IF PROFILE-COUNT < PROFILE-MAX                             02550900
025510        THEN                                                      02551000
025511        ADD 1 TO PROFILE-COUNT;                                   02551100
025512        MOVE PROF-REPT-ID TO                                      02551200
025513            PROF-TBL-REPT-ID (PROFILE-COUNT);                     02551300
025514        MOVE PROF-ID-POS TO                                       02551400
025515            PROF-TBL-ID-POS (PROFILE-COUNT);                      02551500
025516        MOVE PROF-ID-LEN TO                                       02551600
025517            PROF-TBL-ID-LEN (PROFILE-COUNT);                      02551700
025518        MOVE PROF-DATE-POS TO                                     02551800
025519            PROF-TBL-DATE-POS (PROFILE-COUNT);                    02551900
025520        MOVE PROF-DATE-LEN TO                                     02552000
025521            PROF-TBL-DATE-LEN (PROFILE-COUNT);                    02552100
025522        MOVE WRK-ACCT-POS TO                                      02552200
025523            PROF-TBL-ACCT-POS (PROFILE-COUNT);                    02552300
025524        MOVE WRK-ACCT-LEN TO                                      02552400
025525            PROF-TBL-ACCT-LEN (PROFILE-COUNT);                    02552500
025526        MOVE WRK-EFF-DATE TO                                      02552600
025527            PROF-TBL-EFF-DATE (PROFILE-COUNT)                     02552700
025528        ELSE                                                      02552800
025529        DISPLAY PGMNAME, ' PROFILE TABLE FULL, RECORD ',          02552900
025530            'SKIPPED: ', PROF-REPT-ID;                            02553000
025531        SET PROFILE-LOAD-DONE TO TRUE                             02553100
025532       END-IF                                                     02553200
025533      END-IF                                                      02553300
025534     END-IF.                                                      02553400
025535* locate the profile for the BDT in the buffer by matching        02553500
025536* each profile id at its own position in the BDT data area. the   02553600
025537* first family to match is the document's family; of its          02553700
025538* versions, the one in effect on the document's run date - the    02553800
025539* latest effective date not after it - wins, exactly as in        02553900
025540* ACIFIBDT; unknown ids, and families with no version in effect   02554000
025541* yet, get the default.                                           02554100
025542 FIND-PROFILE.                                                    02554200
025543     SET PROFILE-NOT-MATCHED TO TRUE.                             02554300
025544     MOVE LOW-VALUES TO MATCH-REPT-ID.                            02554400
025545     PERFORM SCAN-PROFILE VARYING PROF-SUB FROM 1 BY 1            02554500
025546         UNTIL PROF-SUB > PROFILE-COUNT.                          02554600
025547     IF PROFILE-NOT-MATCHED                                       02554700
025548      THEN                                                        02554800
025549      MOVE DEFAULT-PROFILE TO CURRENT-PROFILE                     02554900
025550     END-IF.                                                      02555000
025551 SCAN-PROFILE.                                                    02555100
025552     IF NOP-DATA (BDT-DATA-BASE +                                 02555200
025553                  PROF-TBL-ID-POS (PROF-SUB) :                    02555300
025554                  PROF-TBL-ID-LEN (PROF-SUB)) =                   02555400
025555        PROF-TBL-REPT-ID (PROF-SUB)                               02555500
025556            (1 : PROF-TBL-ID-LEN (PROF-SUB))                      02555600
025557        AND (MATCH-REPT-ID = LOW-VALUES OR                        02555700
025558             PROF-TBL-REPT-ID (PROF-SUB) = MATCH-REPT-ID)         02555800
025559      THEN                                                        02555900
025560      MOVE PROF-TBL-REPT-ID (PROF-SUB) TO MATCH-REPT-ID;          02556000
025561* the run date is read at this version's own date position; one   02556100
025562* that is not a full yyyymmdd date is taken as today.             02556200
025563      MOVE SPACES TO VERSION-RUN-DATE;                            02556300
025564      MOVE NOP-DATA (BDT-DATA-BASE +                              02556400
025565                     PROF-TBL-DATE-POS (PROF-SUB) :               02556500
025566                     PROF-TBL-DATE-LEN (PROF-SUB)) TO             02556600
025567          VERSION-RUN-DATE (1 : PROF-TBL-DATE-LEN (PROF-SUB));    02556700
025568      IF VERSION-RUN-DATE NOT NUMERIC                             02556800
025569       THEN                                                       02556900
025570       MOVE TODAY-DATE TO VERSION-RUN-DATE                        02557000
025571      END-IF;                                                     02557100
025572      IF PROF-TBL-EFF-DATE (PROF-SUB) NOT > VERSION-RUN-DATE      02557200
025573         AND (PROFILE-NOT-MATCHED OR                              02557300
025574              PROF-TBL-EFF-DATE (PROF-SUB) > BEST-EFF-DATE)       02557400
025575       THEN                                                       02557500
025576       SET PROFILE-MATCHED TO TRUE;                               02557600
025577       MOVE PROF-TBL-EFF-DATE (PROF-SUB) TO BEST-EFF-DATE;        02557700
025578       MOVE PROF-TBL-BODY (PROF-SUB) TO CURRENT-PROFILE           02557800
025579      END-IF                                                      02557900
025580     END-IF.                                                      02558000
025581     EJECT                                                        02558100
025600 TITLE 'FORMAT AFPDS RECORD'.                                     02560000
025700 ID DIVISION.                                                     02570000
025800* This routine takes the structured field type, data, and data    02580000
