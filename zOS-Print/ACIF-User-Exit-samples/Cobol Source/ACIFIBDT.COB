000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 20:00:00 BY  HOWARDT VERSION 12  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFIBDT.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
001800               structured fields to NOPs containing the original  00180000
001900               structured field, which will be turned back into   00190000
002000               the original field by ACIFOBDT.                    00200000
002004                                                                  00200400
002008               Documents whose account is on the suppression      00200800
002012               master (SUPPMAST) are diverted to the suppressed   00201200
002016               dataset (SUPPRSDD) for electronic delivery and     00201600
002020               are not printed.                                   00202000
002024                                                                  00202400
002028               A control-total trailer from the producing job     00202800
002032               (a NOP beginning '*CTLTOT*' with the job name and  00203200
002036               the document and page counts it wrote) is checked  00203600
002040               at EOF against the documents and pages this run    00204000
002044               received, and deleted from the output. A shortfall 00204400
002048               fails the run; RPTPROF says per family whether the 00204800
002052               trailer is required.                               00205200
002056                                                                  00205600
002060               RPTPROF may carry several versions of a family,    00206000
002064               each with the date it takes effect; a document     00206400
002068               uses the version in effect on its run date.        00206800
002072                                                                  00207200
002076               The start and end of each run, and the time each   00207600
002080               report id's last document completed, are stamped   00208000
002084               on the timing dataset (TIMINGDD) through TIMEPUT   00208400
002088               for the SLA report.                                00208800
002100                                                                  00210000
002200                                                                  00220000
002300 DATE-WRITTEN. 10 Dec 2000.                                       00230000
008300     SELECT ACCT-FILE ASSIGN TO ACCTDD                            00830000
008400         ORGANIZATION IS SEQUENTIAL                               00840000
008500         FILE STATUS IS ACCT-FILE-STATUS.                         00850000
008510     SELECT SUPP-MASTER-FILE ASSIGN TO SUPPMAST                   00851000
008520         ORGANIZATION IS SEQUENTIAL                               00852000
008530         FILE STATUS IS SUPP-MASTER-STATUS.                       00853000
008540     SELECT SUPP-OUT-FILE ASSIGN TO SUPPRSDD                      00854000
008550         ORGANIZATION IS SEQUENTIAL                               00855000
008560         FILE STATUS IS SUPP-OUT-STATUS.                          00856000
008600     SELECT RUN-HIST-FILE ASSIGN TO RUNHSTDD                      00860000
008700         ORGANIZATION IS INDEXED                                  00870000
008710         ACCESS IS RANDOM                                         00871000
010500     05  PROF-CHARS          PIC X(20).                           01050000
010600     05  PROF-DATE-CHECK     PIC X.                               01060000
010700     05  PROF-RES-CHECK      PIC X.                               01070000
010720* the position and length of the customer account number in       01072000
010740* the page-group (BNG) data area, which ACIFXIDX uses for its     01074000
010760* account tags. the length also serves PROF-DOC-ACCT-POS.         01076000
010800     05  PROF-ACCT-FIELDS.                                        01080000
010820         10  PROF-ACCT-POS   PIC 9(5).                            01082000
010840         10  PROF-ACCT-LEN   PIC 9(2).                            01084000
010850* whether the family's input must end with the producing job's    01085000
010860* control-total trailer: R required, O or space optional.         01086000
010870     05  PROF-TRAILER-OPT    PIC X.                               01087000
010876* the date this version of the family takes effect (yyyymmdd).    01087600
010882* spaces mean always in effect.                                   01088200
010888     05  PROF-EFF-DATE       PIC X(8).                            01088800
010890* the position of the same account number in the BDT data area,   01089000
010892* where the suppression check reads it. spaces mean the family's  01089200
010894* documents are never checked against the suppression master.     01089400
010896     05  PROF-DOC-ACCT-POS   PIC 9(4).                            01089600
010900* THE EXIT OPTIONS FILE. KEYWORD IN COLUMNS 1-8, '=' IN           01090000
011000* COLUMN 9, VALUE IN COLUMNS 10-17 (NUMERIC VALUES ZERO           01100000
011100* PADDED). RECORDS BEGINNING WITH '*' ARE COMMENTS.               01110000
012700     05  CKPT-SF-COUNT       PIC 9(9).                            01270000
012800     05  CKPT-LINE-COUNT     PIC 9(9).                            01280000
012900     05  CKPT-SEEN-COUNT     PIC 9(9).                            01290000
012960     05  CKPT-PAGE-SEEN      PIC 9(9).                            01296000
013000     05  CKPT-SUPP-COUNT     PIC 9(9).                            01300000
013010     05  CKPT-SUPP-PAGES     PIC 9(9).                            01301000
013020     05  CKPT-SUM-COUNT      PIC 9(4).                            01302000
013030     05  CKPT-SUM-ENTRY      OCCURS 50 TIMES.                     01303000
013040         10  CKPT-SUM-REASON PIC X(4).                            01304000
013050         10  CKPT-SUM-DOCS   PIC 9(9).                            01305000
013060         10  CKPT-SUM-PAGES  PIC 9(9).                            01306000
013070     05  FILLER              PIC X(24).                           01307000
013100* THE BALANCING DATASET PASSES THE EOF CONTROL TOTALS TO THE      01310000
013200* OUTPUT EXIT, WHICH VERIFIES THEM AGAINST ITS OWN COUNTS.        01320000
013300 FD  BALANCE-FILE                                                 01330000
015200     05  ACCT-PAGES          PIC 9(9).                            01520000
015300     05  FILLER              PIC X VALUE SPACE.                   01530000
015400     05  ACCT-SFS            PIC 9(9).                            01540000
015406     05  FILLER              PIC X VALUE SPACE.                   01540600
015412     05  ACCT-DISPOSITION    PIC X VALUE SPACE.                   01541200
015418     05  FILLER              PIC X VALUE SPACE.                   01541800
015424     05  ACCT-SUPP-REASON    PIC X(4) VALUE SPACES.               01542400
015430     05  FILLER              PIC X VALUE SPACE.                   01543000
015436     05  ACCT-ACCOUNT        PIC X(20) VALUE SPACES.              01543600
015442     05  FILLER              PIC X(15) VALUE SPACES.              01544200
015448* THE SUPPRESSION MASTER: ONE RECORD PER ACCOUNT WHOSE PRINTED    01544800
015454* STATEMENTS ARE TO BE WITHHELD, WITH THE REASON CODE AND THE     01545400
015460* DATE THE SUPPRESSION TAKES EFFECT. RECORDS BEGINNING WITH '*'   01546000
015466* ARE COMMENTS.                                                   01546600
015472 FD  SUPP-MASTER-FILE                                             01547200
015478     LABEL RECORDS ARE STANDARD.                                  01547800
015484 01  SUPP-MASTER-RECORD.                                          01548400
015490     05  SUPM-ACCOUNT        PIC X(20).                           01549000
015496     05  FILLER              PIC X.                               01549600
015502     05  SUPM-REASON         PIC X(4).                            01550200
015508     05  FILLER              PIC X.                               01550800
015514     05  SUPM-EFF-DATE       PIC X(8).                            01551400
015520     05  FILLER              PIC X(46).                           01552000
015526* THE SUPPRESSED DATASET RECEIVES A VERBATIM COPY OF EVERY        01552600
015532* RECORD OF A SUPPRESSED DOCUMENT, BDT THROUGH EDT, PRECEDED BY   01553200
015538* A HEADER NAMING THE ACCOUNT AND THE SUPPRESSION REASON. IT      01553800
015544* FEEDS THE ELECTRONIC DELIVERY PROCESS.                          01554400
015550 FD  SUPP-OUT-FILE                                                01555000
015556     RECORD IS VARYING IN SIZE FROM 1 TO 32763                    01555600
015562         DEPENDING ON SUPP-OUT-RECLEN                             01556200
015568     LABEL RECORDS ARE STANDARD.                                  01556800
015574 01  SUPP-OUT-RECORD         PIC X(32763).                        01557400
015600* THE PERSISTENT RUN HISTORY, A VSAM KSDS KEYED ON REPORT ID      01560000
015700* PLUS RUN DATE: ONE RECORD PER COMBINATION COMPLETED, READ       01570000
015800* DIRECTLY TO CATCH A RERUN AGAINST INPUT ALREADY PROCESSED.      01580000
017350 77  ALERT-SEVERITY          PIC X VALUE SPACE.                   01735000
017360 77  ALERT-KEY               PIC X(8) VALUE SPACES.               01736000
017370 77  ALERT-TEXT              PIC X(60) VALUE SPACES.              01737000
017371* the batch-window timing stamped through the shared TIMEPUT      01737100
017372* routine: the run's start and end, and for each report id and    01737200
017373* run date the time its last document completed.                  01737300
017374 77  TIMEPUT                 PIC X(8) VALUE 'TIMEPUT '.           01737400
017375 77  TIME-EVENT              PIC X VALUE SPACE.                   01737500
017376 77  TIME-REPT-ID            PIC X(8) VALUE SPACES.               01737600
017377 77  TIME-RUN-DATE           PIC X(8) VALUE SPACES.               01737700
017378 77  TIME-DOCS               PIC 9(9) VALUE ZERO.                 01737800
017379 77  TIME-STAMP              PIC X(14) VALUE SPACES.              01737900
017380 77  TIME-MAX                PIC S9(4) BINARY VALUE 500.          01738000
017381 77  TIME-SUB                PIC S9(4) BINARY VALUE ZERO.         01738100
017382 77  TIME-HIT                PIC S9(4) BINARY VALUE ZERO.         01738200
017383 77  TIME-FULL-FLAG          PIC X VALUE LOW-VALUE.               01738300
017384     88  TIME-TABLE-FULL     VALUE HIGH-VALUE.                    01738400
017385 01  REPORT-TIME-AREA.                                            01738500
017386     05  REPORT-TIME-COUNT   PIC S9(4) BINARY VALUE ZERO.         01738600
017387     05  REPORT-TIME-ENTRY   OCCURS 500 TIMES.                    01738700
017388         10  RTM-REPT-ID     PIC X(8).                            01738800
017389         10  RTM-RUN-DATE    PIC X(8).                            01738900
017390         10  RTM-DOCS        PIC S9(8) BINARY.                    01739000
017391         10  RTM-DONE-STAMP  PIC X(14).                           01739100
017400* a copy of the print-file attributes and the running             01740000
017500* counters, kept current on every call so the diagnostic          01750000
017600* snapshot taken before an abend reflects the failure.            01760000
019600 77  PROFILE-MAX             PIC S9(4) BINARY VALUE 200.          01960000
019700 77  UNKNOWN-COUNT           PIC S9(8) BINARY VALUE ZERO.         01970000
019800 77  UNKNOWN-DISP            PIC Z,ZZZ,ZZ9.                       01980000
019810* the effective-date version selection: the run date a version    01981000
019820* would extract from the document, the effective date of the      01982000
019830* best version found so far, and the effective date of the        01983000
019840* '*DEFAULT' version in effect.                                   01984000
019850 77  VERSION-RUN-DATE        PIC X(8) VALUE SPACES.               01985000
019860 77  BEST-EFF-DATE           PIC X(8) VALUE SPACES.               01986000
019863* the report id of the first family to match the document.        01986300
019866 77  MATCH-REPT-ID           PIC X(8) VALUE LOW-VALUES.           01986600
019870 77  DEFAULT-EFF-DATE        PIC X(8) VALUE LOW-VALUE.            01987000
019880 77  WRK-EFF-DATE            PIC X(8) VALUE SPACES.               01988000
019900 01  PROFILE-TABLE-AREA.                                          01990000
020000     05  PROFILE-COUNT       PIC S9(4) BINARY VALUE ZERO.         02000000
020100     05  PROFILE-ENTRY       OCCURS 200 TIMES.                    02010000
020200         10  PROF-TBL-REPT-ID PIC X(8).                           02020000
020250         10  PROF-TBL-EFF-DATE PIC X(8).                          02025000
020300         10  PROF-TBL-BODY.                                       02030000
020400           15  PROF-TBL-ID-POS PIC 9(4) BINARY.                   02040000
020500           15  PROF-TBL-ID-LEN PIC 9(4) BINARY.                   02050000
021000           15  PROF-TBL-CHARS  PIC X(20).                         02100000
021100           15  PROF-TBL-DATE-CHECK PIC X.                         02110000
021200           15  PROF-TBL-RES-CHECK PIC X.                          02120000
021230           15  PROF-TBL-ACCT-POS PIC 9(4) BINARY.                 02123000
021260           15  PROF-TBL-ACCT-LEN PIC 9(4) BINARY.                 02126000
021280           15  PROF-TBL-TRAILER-OPT PIC X.                        02128000
021300* CURRENT-PROFILE holds the profile of the document being         02130000
021400* processed. DEFAULT-PROFILE is applied to unknown report ids     02140000
021500* and matches the behavior this exit had before the profile       02150000
022600         88  CUR-DATE-CHECK-ON VALUE 'Y'.                         02260000
022700     05  CUR-RES-CHECK       PIC X.                               02270000
022800         88  CUR-RES-CHECK-ON VALUE 'Y'.                          02280000
022830     05  CUR-ACCT-POS        PIC 9(4) BINARY.                     02283000
022860     05  CUR-ACCT-LEN        PIC 9(4) BINARY.                     02286000
022870     05  CUR-TRAILER-OPT     PIC X.                               02287000
022880         88  CUR-TRAILER-REQUIRED VALUE 'R'.                      02288000
022900 01  DEFAULT-PROFILE.                                             02290000
023000     05  DEF-REPT-POS        PIC 9(4) BINARY VALUE 1.             02300000
023100     05  DEF-REPT-LEN        PIC 9(4) BINARY VALUE 3.             02310000
023600     05  DEF-CHARS           PIC X(20) VALUE SPACES.              02360000
023700     05  DEF-DATE-CHECK      PIC X VALUE 'Y'.                     02370000
023800     05  DEF-RES-CHECK       PIC X VALUE 'N'.                     02380000
023830     05  DEF-ACCT-POS        PIC 9(4) BINARY VALUE ZERO.          02383000
023860     05  DEF-ACCT-LEN        PIC 9(4) BINARY VALUE ZERO.          02386000
023880     05  DEF-TRAILER-OPT     PIC X VALUE 'O'.                     02388000
023900* WORK-PROFILE holds an edited profile record on its way into     02390000
024000* the table or the default profile.                               02400000
024100 01  WORK-PROFILE.                                                02410000
024800     05  WRK-CHARS           PIC X(20).                           02480000
024900     05  WRK-DATE-CHECK      PIC X.                               02490000
025000     05  WRK-RES-CHECK       PIC X.                               02500000
025030     05  WRK-ACCT-POS        PIC 9(4) BINARY.                     02503000
025060     05  WRK-ACCT-LEN        PIC 9(4) BINARY.                     02506000
025080     05  WRK-TRAILER-OPT     PIC X.                               02508000
025100* job options from the EXITPARM dataset, and the checkpoint       02510000
025200* and restart state. CKPTDOCS=0 means no checkpointing.           02520000
025300 77  PARM-FILE-STATUS        PIC XX VALUE '00'.                   02530000
027300* restart fast-forward counts: a quarantined document was         02730000
027400* consumed by the abended run even though it never completed.     02740000
027500 77  DOC-SEEN-COUNT          PIC S9(8) BINARY VALUE ZERO.         02750000
027530* pages of the same documents, for the control-total trailer.     02753000
027560 77  PAGE-SEEN-COUNT         PIC S9(8) BINARY VALUE ZERO.         02756000
027600 01  SAVED-CHECKPOINT.                                            02760000
027700     05  SAVE-DOC-COUNT      PIC S9(8) BINARY VALUE ZERO.         02770000
027800     05  SAVE-REC-COUNT      PIC S9(8) BINARY VALUE ZERO.         02780000
027900     05  SAVE-SF-COUNT       PIC S9(8) BINARY VALUE ZERO.         02790000
028000     05  SAVE-LINE-COUNT     PIC S9(8) BINARY VALUE ZERO.         02800000
028100     05  SAVE-SEEN-COUNT     PIC S9(8) BINARY VALUE ZERO.         02810000
028150     05  SAVE-PAGE-SEEN      PIC S9(8) BINARY VALUE ZERO.         02815000
028170     05  SAVE-SUPP-COUNT     PIC S9(8) BINARY VALUE ZERO.         02817000
028173     05  SAVE-SUPP-PAGES     PIC S9(8) BINARY VALUE ZERO.         02817300
028176* the suppression summary carried by the checkpoint, held until   02817600
028179* the restart point is reached.                                   02817900
028182 01  SAVED-SUPPRESS-SUMMARY.                                      02818200
028185     05  SAVE-SUM-COUNT      PIC S9(4) BINARY VALUE ZERO.         02818500
028188     05  SAVE-SUM-ENTRY      OCCURS 50 TIMES.                     02818800
028191         10  SAVE-SUM-REASON PIC X(4).                            02819100
028194         10  SAVE-SUM-DOCS   PIC S9(8) BINARY.                    02819400
028197         10  SAVE-SUM-PAGES  PIC S9(8) BINARY.                    02819700
028200* protected-field counts by type for end-to-end balancing         02820000
028300* with the output exit. these are not restored on restart:        02830000
028400* they describe only what this run's output contains.             02840000
029000 77  ERG-COUNT               PIC S9(8) BINARY VALUE ZERO.         02900000
029100 77  BALANCE-FILE-STATUS     PIC XX VALUE '00'.                   02910000
029200     88  BALANCE-FILE-OK     VALUE '00'.                          02920000
029201* suppression state. the suppression master is loaded into        02920100
029202* the table on the first call; a document whose account has an    02920200
029203* entry in effect on the document's run date is diverted to       02920300
029204* SUPPRSDD instead of printing. suppression is active only when   02920400
029205* the master has entries and the suppressed dataset is open.      02920500
029206 77  SUPP-MASTER-STATUS      PIC XX VALUE '00'.                   02920600
029207     88  SUPP-MASTER-OK      VALUE '00'.                          02920700
029208 77  SUPP-MASTER-OPEN-FLAG   PIC X VALUE LOW-VALUE.               02920800
029209     88  SUPP-MASTER-OPENED  VALUE HIGH-VALUE.                    02920900
029210 77  SUPP-LOAD-FLAG          PIC X VALUE LOW-VALUE.               02921000
029211     88  SUPP-LOAD-DONE      VALUE HIGH-VALUE.                    02921100
029212 77  SUPP-OUT-STATUS         PIC XX VALUE '00'.                   02921200
029213     88  SUPP-OUT-OK         VALUE '00'.                          02921300
029214 77  SUPP-OUT-OPEN-FLAG      PIC X VALUE LOW-VALUE.               02921400
029215     88  SUPP-OUT-OPENED     VALUE HIGH-VALUE.                    02921500
029216 77  SUPP-OUT-RECLEN         PIC 9(8) BINARY VALUE ZERO.          02921600
029217 77  SUPPRESSING-FLAG        PIC X VALUE LOW-VALUE.               02921700
029218     88  SUPPRESSING-DOC     VALUE HIGH-VALUE.                    02921800
029219     88  NOT-SUPPRESSING     VALUE LOW-VALUE.                     02921900
029220 77  SUPP-MAX                PIC S9(4) BINARY VALUE 5000.         02922000
029221 77  SUPP-SUB                PIC S9(4) BINARY VALUE ZERO.         02922100
029222 77  SUPP-HIT                PIC S9(4) BINARY VALUE ZERO.         02922200
029223 77  SUPP-BEST-DATE          PIC X(8) VALUE LOW-VALUES.           02922300
029224 77  SUPP-AS-OF-DATE         PIC X(8) VALUE SPACES.               02922400
029225 77  SUPP-REASON             PIC X(4) VALUE SPACES.               02922500
029226 77  SUPPRESS-COUNT          PIC S9(8) BINARY VALUE ZERO.         02922600
029227 77  SUPPRESS-PAGE-COUNT     PIC S9(8) BINARY VALUE ZERO.         02922700
029228 77  SUPP-DISP               PIC Z,ZZZ,ZZ9.                       02922800
029229 01  SUPPRESS-TABLE-AREA.                                         02922900
029230     05  SUPP-COUNT          PIC S9(4) BINARY VALUE ZERO.         02923000
029231     05  SUPP-ENTRY          OCCURS 5000 TIMES.                   02923100
029232         10  SUPP-TBL-ACCOUNT PIC X(20).                          02923200
029233         10  SUPP-TBL-REASON PIC X(4).                            02923300
029234         10  SUPP-TBL-EFF-DATE PIC X(8).                          02923400
029235* suppressed documents and pages by reason code for the EOF       02923500
029236* summary.                                                        02923600
029237 77  SUPP-SUM-MAX            PIC S9(4) BINARY VALUE 50.           02923700
029238 77  SUPP-SUM-SUB            PIC S9(4) BINARY VALUE ZERO.         02923800
029239 77  SUPP-SUM-HIT            PIC S9(4) BINARY VALUE ZERO.         02923900
029240 01  SUPPRESS-SUMMARY-AREA.                                       02924000
029241     05  SUPP-SUM-COUNT      PIC S9(4) BINARY VALUE ZERO.         02924100
029242     05  SUPP-SUM-ENTRY      OCCURS 50 TIMES.                     02924200
029243         10  SUPP-SUM-REASON PIC X(4).                            02924300
029244         10  SUPP-SUM-DOCS   PIC S9(8) BINARY.                    02924400
029245         10  SUPP-SUM-PAGES  PIC S9(8) BINARY.                    02924500
029246* each suppressed document is preceded on SUPPRSDD by this NOP    02924600
029247* header carrying the report id, run date, account, and the       02924700
029248* suppression reason and effective date, so the electronic        02924800
029249* delivery process can route the document without a lookup.       02924900
029250 01  SUPPRESS-HEADER-RECORD.                                      02925000
029251     05  SHDR-CC             PIC X VALUE X'5A'.                   02925100
029252     05  SHDR-LEN            PIC 9(4) BINARY VALUE ZERO.          02925200
029253     05  SHDR-TYPE           PIC XXX VALUE X'D3EEEE'.             02925300
029254     05  SHDR-FLAG           PIC X VALUE LOW-VALUE.               02925400
029255     05  SHDR-SEQNUM         PIC 9(4) BINARY VALUE ZERO.          02925500
029256     05  SHDR-EYE            PIC X(8) VALUE '*SUPPRS*'.           02925600
029257     05  SHDR-REPT-ID        PIC X(8) VALUE SPACES.               02925700
029258     05  SHDR-RUN-DATE       PIC X(8) VALUE SPACES.               02925800
029259     05  SHDR-ACCOUNT        PIC X(20) VALUE SPACES.              02925900
029260     05  SHDR-REASON         PIC X(4) VALUE SPACES.               02926000
029261     05  SHDR-EFF-DATE       PIC X(8) VALUE SPACES.               02926100
029300* reject-mode state. with REJECT=Y a document that fails          02930000
029400* validation is quarantined to REJECTDD and the run keeps         02940000
029500* going; without it the original abend behavior stands.           02950000
033100 77  DOC-SF-COUNT            PIC S9(8) BINARY VALUE ZERO.         03310000
033200 77  TOTAL-PAGE-COUNT        PIC S9(8) BINARY VALUE ZERO.         03320000
033300 77  PAGE-DISP               PIC Z,ZZZ,ZZ9.                       03330000
033303* the producing job's control-total trailer. several trailers     03330300
033306* (concatenated inputs) add together. TRAILER-REQUIRED is set     03330600
033309* by the first document whose profile requires one; a restart     03330900
033312* from a checkpoint that carries no page count cannot             03331200
033315* reconcile pages.                                                03331500
033318 77  TRAILER-EYE             PIC X(8) VALUE '*CTLTOT*'.           03331800
033321 77  TRAILER-SEEN-COUNT      PIC S9(4) BINARY VALUE ZERO.         03332100
033324 77  TRAILER-BAD-FLAG        PIC X VALUE LOW-VALUE.               03332400
033327     88  TRAILER-BAD         VALUE HIGH-VALUE.                    03332700
033330 77  TRAILER-REQUIRED-FLAG   PIC X VALUE LOW-VALUE.               03333000
033333     88  TRAILER-REQUIRED    VALUE HIGH-VALUE.                    03333300
033336 77  TRAILER-REQ-REPT-ID     PIC X(8) VALUE SPACES.               03333600
033339 77  TRAILER-JOB             PIC X(8) VALUE SPACES.               03333900
033342 77  TRAILER-REASON          PIC X(40) VALUE SPACES.              03334200
033345 77  EXPECTED-DOC-COUNT      PIC S9(9) BINARY VALUE ZERO.         03334500
033348 77  EXPECTED-PAGE-COUNT     PIC S9(9) BINARY VALUE ZERO.         03334800
033351 77  PAGE-SEEN-FLAG          PIC X VALUE LOW-VALUE.               03335100
033354     88  PAGE-SEEN-UNKNOWN   VALUE HIGH-VALUE.                    03335400
033357 77  EXPECTED-DISP           PIC ZZZ,ZZZ,ZZ9.                     03335700
033360 77  RECEIVED-DISP           PIC ZZZ,ZZZ,ZZ9.                     03336000
033363 01  TRAILER-DATA.                                                03336300
033366     05  TRL-EYE             PIC X(8).                            03336600
033369     05  TRL-JOB             PIC X(8).                            03336900
033372     05  TRL-DOC-COUNT       PIC 9(9).                            03337200
033375     05  TRL-PAGE-COUNT      PIC 9(9).                            03337500
033400* duplicate-run detection state. DUPCHECK=W warns when an         03340000
033500* incoming report-id/run-date combination is already in the       03350000
033600* run history, =R rejects those documents, =N turns the           03360000
037200         10  NEWKEY-IN-HIST  PIC X.                               03720000
037300 77  REPT-ID                 PIC X(8).                            03730000
037400 77  EMBEDDED-RUN-DATE       PIC X(8).                            03740000
037450 77  DOC-ACCOUNT             PIC X(20) VALUE SPACES.              03745000
037500 77  TODAY-DATE              PIC X(8).                            03750000
037600 77  SF-DISP                 PIC Z,ZZZ,ZZ9.                       03760000
037700 77  DOC-DISP                PIC Z,ZZZ,ZZ9.                       03770000
056990      MOVE STRUCT-ERR-COUNT TO STRUCT-DISP;                       05699000
056991      DISPLAY PGMNAME, ' ', STRUCT-DISP,                          05699100
056992          ' STRUCTURAL ERRORS DETECTED.';                         05699200
056993* a run whose control totals do not reconcile writes nothing.     05699300
056994      PERFORM RECONCILE-TRAILER;                                  05699400
056995      IF TRAILER-REASON NOT = SPACES                              05699500
056996       THEN                                                       05699600
056997       PERFORM FAIL-TRAILER;                                      05699700
056998       GOBACK                                                     05699800
056999      END-IF;                                                     05699900
057000      PERFORM WRITE-BALANCE;                                      05700000
057100      IF REJECT-MODE OR REJECT-COUNT > 0                          05710000
057200       THEN                                                       05720000
057600       THEN                                                       05760000
057700       CLOSE REJECT-FILE                                          05770000
057800      END-IF;                                                     05780000
057809* documents withheld from print for suppressed accounts,          05780900
057818* with their reasons.                                             05781800
057827      IF SUPPRESS-COUNT > 0                                       05782700
057836       THEN                                                       05783600
057845       PERFORM PRINT-SUPPRESS-SUMMARY                             05784500
057854      END-IF;                                                     05785400
057863      IF SUPP-OUT-OPENED                                          05786300
057872       THEN                                                       05787200
057881       CLOSE SUPP-OUT-FILE                                        05788100
057890      END-IF;                                                     05789000
057900      MOVE TOTAL-PAGE-COUNT TO PAGE-DISP;                         05790000
058000      DISPLAY PGMNAME, ' ', PAGE-DISP,                            05800000
058100          ' PAGES COUNTED FOR CHARGEBACK.';                       05810000
058700       THEN                                                       05870000
058800       PERFORM RECORD-RUN-HISTORY                                 05880000
058900      END-IF;                                                     05890000
058930* stamp the report completion times and the end of the run.       05893000
058960      PERFORM WRITE-RUN-TIMING;                                   05896000
059000      GOBACK;                                                     05900000
059100     END-IF.                                                      05910000
059107* the producing job's control-total trailer is captured for the   05910700
059114* reconciliation at EOF and deleted from the output. it belongs   05911400
059121* to no document and is not counted as an input record.           05912100
059128     MOVE NOP-CC TO SF-CC-VALUE.                                  05912800
059135     IF SF-CC AND NOP-TYPE = SF-NOP                               05913500
059142      THEN                                                        05914200
059149      IF NOP-DATA (1 : 8) = TRAILER-EYE                           05914900
059156       THEN                                                       05915600
059163       PERFORM CAPTURE-TRAILER;                                   05916300
059170       SET INP-DELETE TO TRUE;                                    05917000
059177       GOBACK                                                     05917700
059184      END-IF                                                      05918400
059191     END-IF.                                                      05919100
059200* during a restart, fast-forward past the documents the           05920000
059300* abended run consumed by deleting their records; normal          05930000
059400* processing resumes after the last completed document.           05940000
059610* the documents skipped here were completed by the abended        05961000
059620* run, so their report-id/run-date combinations still belong      05962000
059630* in the history this run records at EOF.                         05963000
059636      IF NOP-BDT                                                  05963600
059642       THEN                                                       05964200
059648       PERFORM EXTRACT-DOC-KEY;                                   05964800
059654       IF NOT DUPCHECK-OFF                                        05965400
059660        THEN                                                      05966000
059666        PERFORM NOTE-SKIPPED-KEY                                  05966600
059672       END-IF                                                     05967200
059680      END-IF;                                                     05968000
059700      IF NOP-EDT                                                  05970000
059800       THEN                                                       05980000
060600       MOVE SAVE-SF-COUNT TO SF-COUNT;                            06060000
060700       MOVE SAVE-LINE-COUNT TO LINE-COUNT;                        06070000
060800       MOVE SAVE-SEEN-COUNT TO DOC-SEEN-COUNT;                    06080000
060850       MOVE SAVE-PAGE-SEEN TO PAGE-SEEN-COUNT;                    06085000
060870       MOVE SAVE-SUPP-COUNT TO SUPPRESS-COUNT;                    06087000
060880       MOVE SAVE-SUPP-PAGES TO SUPPRESS-PAGE-COUNT;               06088000
060890       MOVE SAVED-SUPPRESS-SUMMARY TO SUPPRESS-SUMMARY-AREA;      06089000
060900       SET RESTART-SKIP-DONE TO TRUE;                             06090000
061000       MOVE DOC-DONE-COUNT TO DOC-DISP;                           06100000
061100       DISPLAY PGMNAME, ' RESTART POINT REACHED AFTER ',          06110000
062220       THEN                                                       06222000
062230       PERFORM PASS-REJECT-EDT                                    06223000
062240       ELSE                                                       06224000
062250       MOVE NOP-CC TO SF-CC-VALUE;                                06225000
062260       IF SF-CC AND NOP-BPG                                       06226000
062270        THEN                                                      06227000
062280        ADD 1 TO PAGE-SEEN-COUNT                                  06228000
062290       END-IF;                                                    06229000
062300       PERFORM QUARANTINE-RECORD;                                 06230000
062400       IF NOP-EDT                                                 06240000
062500        THEN                                                      06250000
063110      END-IF;                                                     06311000
063200      GOBACK;                                                     06320000
063300     END-IF.                                                      06330000
063304* while a document is being suppressed, every record through      06330400
063308* its EDT is diverted to the suppressed dataset and deleted       06330800
063312* from the run. its pages and structured fields are still         06331200
063316* counted for the accounting record its EDT writes.               06331600
063320     IF SUPPRESSING-DOC                                           06332000
063324      THEN                                                        06332400
063328      MOVE NOP-CC TO SF-CC-VALUE;                                 06332800
063332      IF SF-CC                                                    06333200
063336       THEN                                                       06333600
063340       ADD 1 TO DOC-SF-COUNT;                                     06334000
063344       IF NOP-BPG                                                 06334400
063348        THEN                                                      06334800
063350        ADD 1 TO DOC-PAGE-COUNT;                                  06335000
063352        ADD 1 TO PAGE-SEEN-COUNT                                  06335200
063356       END-IF                                                     06335600
063360      END-IF;                                                     06336000
063364      PERFORM DIVERT-RECORD;                                      06336400
063368      IF NOP-EDT                                                  06336800
063372       THEN                                                       06337200
063376       ADD 1 TO DOC-SEEN-COUNT;                                   06337600
063380       PERFORM END-SUPPRESS                                       06338000
063384      END-IF;                                                     06338400
063388      GOBACK;                                                     06338800
063392     END-IF.                                                      06339200
063400* page and structured-field accounting for the document in        06340000
063500* progress. the protected types are counted when they are         06350000
063600* wrapped, so they are excluded here; a BPG marks the start       06360000
064400       THEN                                                       06440000
064500       ADD 1 TO DOC-PAGE-COUNT;                                   06450000
064600       ADD 1 TO TOTAL-PAGE-COUNT;                                 06460000
064605       ADD 1 TO PAGE-SEEN-COUNT;                                  06460500
064610       ADD 1 TO BPG-DEPTH                                         06461000
064700      END-IF;                                                     06470000
064710      IF NOP-EPG                                                  06471000
066700        THEN                                                      06670000
066800        PERFORM START-REJECT;                                     06680000
066900        PERFORM QUARANTINE-RECORD                                 06690000
066910        ELSE                                                      06691000
066920        PERFORM CHECK-SUPPRESSION                                 06692000
066930       END-IF;                                                    06693000
066940* a document for a suppressed account is diverted from its BDT    06694000
066950* on, and never receives the banner.                              06695000
066960       IF SUPPRESSING-DOC                                         06696000
066970        THEN                                                      06697000
066980        PERFORM DIVERT-RECORD;                                    06698000
066990        ADD 1 TO DOC-SF-COUNT                                     06699000
067000       END-IF;                                                    06700000
067010       IF NOT-REJECTING AND NOT-SUPPRESSING                       06701000
067020        THEN                                                      06702000
067100        CALL AFPWRITE USING SF-PTX,                               06710000
067200                             BANNER-PTX-DATA,                     06720000
067300                             LENGTH OF BANNER-PTX-DATA,           06730000
070400           PERFORM WRITE-ACCOUNTING                               07040000
070500           ADD 1 TO DOC-DONE-COUNT                                07050000
070600           ADD 1 TO DOC-SEEN-COUNT                                07060000
070605           PERFORM NOTE-REPORT-TIME                               07060500
070610           IF NOT DUPCHECK-OFF                                    07061000
070620               PERFORM MARK-KEY-COMPLETE                          07062000
070630           END-IF                                                 07063000
073800* a missing or empty file leaves only the built-in default        07380000
073900* profile, which matches the original compiled-in behavior.       07390000
074000 LOAD-PROFILES.                                                   07400000
074050     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            07405000
074100     OPEN INPUT PROFILE-FILE.                                     07410000
074200     IF PROFILE-FILE-OK                                           07420000
074300      THEN                                                        07430000
076300* edit and file one profile record. records that fail the         07630000
076400* edits are reported and skipped rather than trusted.             07640000
076500 STORE-PROFILE.                                                   07650000
076502* the document account position is optional: spaces leave the     07650200
076504* family out of the suppression check, and anything else must be  07650400
076506* a usable position, read for the account length, or it is        07650600
076508* reported and ignored.                                           07650800
076510     MOVE ZERO TO WRK-ACCT-POS, WRK-ACCT-LEN.                     07651000
076512     IF PROF-DOC-ACCT-POS NUMERIC AND PROF-ACCT-LEN NUMERIC       07651200
076514        AND PROF-DOC-ACCT-POS > ZERO                              07651400
076516        AND PROF-ACCT-LEN > ZERO AND PROF-ACCT-LEN < 21           07651600
076518      THEN                                                        07651800
076520      MOVE PROF-DOC-ACCT-POS TO WRK-ACCT-POS;                     07652000
076522      MOVE PROF-ACCT-LEN TO WRK-ACCT-LEN                          07652200
076524      ELSE                                                        07652400
076526      IF PROF-DOC-ACCT-POS NOT = SPACES                           07652600
076528       THEN                                                       07652800
076530       DISPLAY PGMNAME, ' ACCOUNT FIELDS INVALID, ',              07653000
076532           'SUPPRESSION CHECK OFF FOR: ', PROF-REPT-ID            07653200
076534      END-IF                                                      07653400
076536     END-IF.                                                      07653600
076538* the control-total trailer option: R required, O or space        07653800
076540* optional. anything else is reported and taken as optional.      07654000
076542     IF PROF-TRAILER-OPT = 'R' OR PROF-TRAILER-OPT = 'O'          07654200
076544      THEN                                                        07654400
076546      MOVE PROF-TRAILER-OPT TO WRK-TRAILER-OPT                    07654600
076548      ELSE                                                        07654800
076550      MOVE 'O' TO WRK-TRAILER-OPT;                                07655000
076552      IF PROF-TRAILER-OPT NOT = SPACE                             07655200
076554       THEN                                                       07655400
076556       DISPLAY PGMNAME, ' TRAILER OPTION INVALID, TRAILER ',      07655600
076558           'OPTIONAL FOR: ', PROF-REPT-ID                         07655800
076560      END-IF                                                      07656000
076562     END-IF.                                                      07656200
076564* the effective date: spaces mean the version has always been     07656400
076566* in effect; anything else must be a yyyymmdd date.               07656600
076568     MOVE PROF-EFF-DATE TO WRK-EFF-DATE.                          07656800
076570     IF WRK-EFF-DATE = SPACES                                     07657000
076572      THEN                                                        07657200
076574      MOVE ZEROS TO WRK-EFF-DATE                                  07657400
076576     END-IF.                                                      07657600
076600     IF PROF-ID-POS NOT NUMERIC OR PROF-ID-LEN NOT NUMERIC        07660000
076700        OR PROF-DATE-POS NOT NUMERIC                              07670000
076800        OR PROF-DATE-LEN NOT NUMERIC                              07680000
076900        OR PROF-ID-LEN = ZERO OR PROF-ID-LEN > 8                  07690000
077000       OR PROF-ID-POS = ZERO OR PROF-ID-POS > 9999                07700000
077100       OR PROF-DATE-POS = ZERO OR PROF-DATE-POS > 9999            07710000
077160       OR PROF-DATE-LEN = ZERO OR PROF-DATE-LEN > 8               07716000
077220       OR WRK-EFF-DATE NOT NUMERIC                                07722000
077300      THEN                                                        07730000
077400      DISPLAY PGMNAME, ' INVALID PROFILE RECORD SKIPPED: ',       07740000
077500          PROF-REPT-ID                                            07750000
078500      MOVE PROF-RES-CHECK TO WRK-RES-CHECK;                       07850000
078600      IF PROF-REPT-ID = '*DEFAULT'                                07860000
078700       THEN                                                       07870000
078720* of several '*DEFAULT' versions, the latest one already in       07872000
078740* effect today replaces the built-in default.                     07874000
078760       IF WRK-EFF-DATE NOT > TODAY-DATE AND                       07876000
078780          WRK-EFF-DATE NOT < DEFAULT-EFF-DATE                     07878000
078800        THEN                                                      07880000
078820        MOVE WORK-PROFILE TO DEFAULT-PROFILE;                     07882000
078840        MOVE WRK-EFF-DATE TO DEFAULT-EFF-DATE                     07884000
078860       END-IF                                                     07886000
078900       ELSE                                                       07890000
079000       IF PROFILE-COUNT < PROFILE-MAX                             07900000
079100        THEN                                                      07910000
079200        ADD 1 TO PROFILE-COUNT;                                   07920000
079300        MOVE PROF-REPT-ID TO                                      07930000
079400            PROF-TBL-REPT-ID (PROFILE-COUNT);                     07940000
079460        MOVE WORK-PROFILE TO PROF-TBL-BODY (PROFILE-COUNT);       07946000
079520        MOVE WRK-EFF-DATE TO PROF-TBL-EFF-DATE (PROFILE-COUNT)    07952000
079600        ELSE                                                      07960000
079700        DISPLAY PGMNAME, ' PROFILE TABLE FULL, RECORD ',          07970000
079800            'SKIPPED: ', PROF-REPT-ID;                            07980000
080000       END-IF                                                     08000000
080100      END-IF                                                      08010000
080200     END-IF.                                                      08020000
080201* load the suppression master into the suppression table. a       08020100
080202* missing or empty file means no document is suppressed.          08020200
080203 LOAD-SUPPRESSIONS.                                               08020300
080204     OPEN INPUT SUPP-MASTER-FILE.                                 08020400
080205     IF SUPP-MASTER-OK                                            08020500
080206      THEN                                                        08020600
080207      SET SUPP-MASTER-OPENED TO TRUE                              08020700
080208      ELSE                                                        08020800
080209      DISPLAY PGMNAME, ' SUPPMAST NOT AVAILABLE, FILE STATUS=',   08020900
080210          SUPP-MASTER-STATUS, ' - NO SUPPRESSION IN EFFECT.';     08021000
080211      SET SUPP-LOAD-DONE TO TRUE                                  08021100
080212     END-IF.                                                      08021200
080213     PERFORM LOAD-ONE-SUPPRESSION UNTIL SUPP-LOAD-DONE.           08021300
080214     IF SUPP-MASTER-OPENED                                        08021400
080215      THEN                                                        08021500
080216      CLOSE SUPP-MASTER-FILE;                                     08021600
080217      MOVE SUPP-COUNT TO SUPP-DISP;                               08021700
080218      DISPLAY PGMNAME, ' ', SUPP-DISP,                            08021800
080219          ' SUPPRESSION ENTRIES LOADED.'                          08021900
080220     END-IF.                                                      08022000
080221 LOAD-ONE-SUPPRESSION.                                            08022100
080222     READ SUPP-MASTER-FILE.                                       08022200
080223     IF SUPP-MASTER-OK                                            08022300
080224      THEN                                                        08022400
080225      PERFORM STORE-SUPPRESSION                                   08022500
080226      ELSE                                                        08022600
080227      SET SUPP-LOAD-DONE TO TRUE                                  08022700
080228     END-IF.                                                      08022800
080229* edit and file one suppression entry. an entry with no           08022900
080230* effective date is in effect from the start; entries that fail   08023000
080231* the edits are reported and skipped rather than trusted.         08023100
080232 STORE-SUPPRESSION.                                               08023200
080233     IF SUPM-ACCOUNT (1:1) = '*'                                  08023300
080234      THEN                                                        08023400
080235      CONTINUE                                                    08023500
080236      ELSE                                                        08023600
080237      IF SUPM-EFF-DATE = SPACES                                   08023700
080238       THEN                                                       08023800
080239       MOVE ZEROS TO SUPM-EFF-DATE                                08023900
080240      END-IF;                                                     08024000
080241      IF SUPM-ACCOUNT = SPACES OR SUPM-REASON = SPACES            08024100
080242         OR SUPM-EFF-DATE NOT NUMERIC                             08024200
080243       THEN                                                       08024300
080244       DISPLAY PGMNAME, ' INVALID SUPPRESSION RECORD ',           08024400
080245           'SKIPPED: ', SUPM-ACCOUNT                              08024500
080246       ELSE                                                       08024600
080247       IF SUPP-COUNT < SUPP-MAX                                   08024700
080248        THEN                                                      08024800
080249        ADD 1 TO SUPP-COUNT;                                      08024900
080250        MOVE SUPM-ACCOUNT TO SUPP-TBL-ACCOUNT (SUPP-COUNT);       08025000
080251        MOVE SUPM-REASON TO SUPP-TBL-REASON (SUPP-COUNT);         08025100
080252        MOVE SUPM-EFF-DATE TO SUPP-TBL-EFF-DATE (SUPP-COUNT)      08025200
080253        ELSE                                                      08025300
080254        DISPLAY PGMNAME, ' SUPPRESSION TABLE FULL, RECORD ',      08025400
080255            'SKIPPED: ', SUPM-ACCOUNT;                            08025500
080256        MOVE 'H' TO ALERT-SEVERITY;                               08025600
080257        MOVE SPACES TO ALERT-KEY;                                 08025700
080258        MOVE 'SUPPRESSION TABLE FULL - ACCOUNTS MAY PRINT'        08025800
080259            TO ALERT-TEXT;                                        08025900
080260        CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,              08026000
080261            ALERT-KEY, ALERT-TEXT;                                08026100
080262        SET SUPP-LOAD-DONE TO TRUE                                08026200
080263       END-IF                                                     08026300
080264      END-IF                                                      08026400
080265     END-IF.                                                      08026500
080266* open the suppressed dataset. without it a suppressed document   08026600
080267* has nowhere to go, so suppression is turned off and every       08026700
080268* document prints - operations is alerted to pull the pieces.     08026800
080269 OPEN-SUPPRESS-OUT.                                               08026900
080270     OPEN OUTPUT SUPP-OUT-FILE.                                   08027000
080271     IF SUPP-OUT-OK                                               08027100
080272      THEN                                                        08027200
080273      SET SUPP-OUT-OPENED TO TRUE                                 08027300
080274      ELSE                                                        08027400
080275      DISPLAY PGMNAME, ' OPEN OF SUPPRSDD FAILED, FILE ',         08027500
080276          'STATUS=', SUPP-OUT-STATUS,                             08027600
080277          ' - SUPPRESSION DISABLED.';                             08027700
080278      MOVE 'H' TO ALERT-SEVERITY;                                 08027800
080279      MOVE SPACES TO ALERT-KEY;                                   08027900
080280      MOVE 'SUPPRSDD NOT AVAILABLE - SUPPRESSION OFF'             08028000
080281          TO ALERT-TEXT;                                          08028100
080282      CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,                08028200
080283          ALERT-KEY, ALERT-TEXT                                   08028300
080284     END-IF.                                                      08028400
080344* locate the profile for the document whose BDT is in the         08034400
080404* buffer by matching each profile's report id at that             08040400
080454* profile's own id position in the BDT data area. the first       08045400
080504* family to match is the document's family, as it always was;     08050400
080554* of its versions, the one in effect on the document's run date   08055400
080604* - the latest effective date not after it - wins. unknown        08060400
080654* report ids, and families with no version in effect yet, get     08065400
080704* the default profile.                                            08070400
080764 FIND-PROFILE.                                                    08076400
080824     SET PROFILE-NOT-MATCHED TO TRUE.                             08082400
080854     MOVE LOW-VALUES TO MATCH-REPT-ID.                            08085400
080884     MOVE FUNCTION CURRENT-DATE (1 : 8) TO TODAY-DATE.            08088400
080944     PERFORM SCAN-PROFILE VARYING PROF-SUB FROM 1 BY 1            08094400
081004         UNTIL PROF-SUB > PROFILE-COUNT.                          08100400
081100     IF PROFILE-NOT-MATCHED                                       08110000
081200      THEN                                                        08120000
081300      MOVE DEFAULT-PROFILE TO CURRENT-PROFILE;                    08130000
081700     IF NOP-DATA (PROF-TBL-ID-POS (PROF-SUB) :                    08170000
081800                  PROF-TBL-ID-LEN (PROF-SUB)) =                   08180000
081900        PROF-TBL-REPT-ID (PROF-SUB)                               08190000
081950            (1 : PROF-TBL-ID-LEN (PROF-SUB))                      08195000
082000        AND (MATCH-REPT-ID = LOW-VALUES OR                        08200000
082050             PROF-TBL-REPT-ID (PROF-SUB) = MATCH-REPT-ID)         08205000
082100      THEN                                                        08210000
082105      MOVE PROF-TBL-REPT-ID (PROF-SUB) TO MATCH-REPT-ID;          08210500
082110* the run date is read at this version's own date position; one   08211000
082120* that is not a full yyyymmdd date is taken as today.             08212000
082130      MOVE SPACES TO VERSION-RUN-DATE;                            08213000
082140      MOVE NOP-DATA (PROF-TBL-DATE-POS (PROF-SUB) :               08214000
082150                     PROF-TBL-DATE-LEN (PROF-SUB)) TO             08215000
082160          VERSION-RUN-DATE (1 : PROF-TBL-DATE-LEN (PROF-SUB));    08216000
082170      IF VERSION-RUN-DATE NOT NUMERIC                             08217000
082180       THEN                                                       08218000
082190       MOVE TODAY-DATE TO VERSION-RUN-DATE                        08219000
082200      END-IF;                                                     08220000
082210      IF PROF-TBL-EFF-DATE (PROF-SUB) NOT > VERSION-RUN-DATE      08221000
082220         AND (PROFILE-NOT-MATCHED OR                              08222000
082230              PROF-TBL-EFF-DATE (PROF-SUB) > BEST-EFF-DATE)       08223000
082240       THEN                                                       08224000
082250       SET PROFILE-MATCHED TO TRUE;                               08225000
082260       MOVE PROF-TBL-EFF-DATE (PROF-SUB) TO BEST-EFF-DATE;        08226000
082270       MOVE PROF-TBL-BODY (PROF-SUB) TO CURRENT-PROFILE           08227000
082280      END-IF                                                      08228000
082400     END-IF.                                                      08240000
082500* when the profile calls for it, check the job's resources        08250000
082600* against the profile's expected FORMDEF, PAGEDEF, and CHARS.     08260000
086900       MOVE 'W' TO DUPCHECK-OPT                                   08690000
087000      END-IF                                                      08700000
087100     END-IF.                                                      08710000
087101* look up the account of the document whose BDT is in the         08710100
087102* buffer in the suppression table. of the entries for the         08710200
087103* account, the one with the latest effective date on or before    08710300
087104* the document's run date governs; a run date that is not a       08710400
087105* full date is checked against today instead.                     08710500
087106 CHECK-SUPPRESSION.                                               08710600
087107     SET NOT-SUPPRESSING TO TRUE.                                 08710700
087108     IF SUPP-OUT-OPENED AND CUR-ACCT-POS > ZERO                   08710800
087109        AND DOC-ACCOUNT NOT = SPACES                              08710900
087110      THEN                                                        08711000
087111      IF EMBEDDED-RUN-DATE NUMERIC                                08711100
087112       THEN                                                       08711200
087113       MOVE EMBEDDED-RUN-DATE TO SUPP-AS-OF-DATE                  08711300
087114       ELSE                                                       08711400
087115       MOVE FUNCTION CURRENT-DATE (1 : 8) TO SUPP-AS-OF-DATE      08711500
087116      END-IF;                                                     08711600
087117      MOVE ZERO TO SUPP-HIT;                                      08711700
087118      MOVE LOW-VALUES TO SUPP-BEST-DATE;                          08711800
087119      PERFORM SCAN-SUPPRESSION VARYING SUPP-SUB FROM 1 BY 1       08711900
087120          UNTIL SUPP-SUB > SUPP-COUNT;                            08712000
087121      IF SUPP-HIT > 0                                             08712100
087122       THEN                                                       08712200
087123       PERFORM START-SUPPRESS                                     08712300
087124      END-IF                                                      08712400
087125     END-IF.                                                      08712500
087126 SCAN-SUPPRESSION.                                                08712600
087127     IF SUPP-TBL-ACCOUNT (SUPP-SUB) = DOC-ACCOUNT                 08712700
087128        AND SUPP-TBL-EFF-DATE (SUPP-SUB) NOT > SUPP-AS-OF-DATE    08712800
087129        AND SUPP-TBL-EFF-DATE (SUPP-SUB) NOT < SUPP-BEST-DATE     08712900
087130      THEN                                                        08713000
087131      MOVE SUPP-SUB TO SUPP-HIT;                                  08713100
087132      MOVE SUPP-TBL-EFF-DATE (SUPP-SUB) TO SUPP-BEST-DATE         08713200
087133     END-IF.                                                      08713300
087134* begin diverting the document whose BDT is in the buffer.        08713400
087135 START-SUPPRESS.                                                  08713500
087136     SET SUPPRESSING-DOC TO TRUE.                                 08713600
087137     MOVE SUPP-TBL-REASON (SUPP-HIT) TO SUPP-REASON.              08713700
087138     PERFORM WRITE-SUPPRESS-HEADER.                               08713800
087139* tag the document in the suppressed dataset with its NOP         08713900
087140* header before any of its records are copied.                    08714000
087141 WRITE-SUPPRESS-HEADER.                                           08714100
087142     MOVE REPT-ID TO SHDR-REPT-ID.                                08714200
087143     MOVE EMBEDDED-RUN-DATE TO SHDR-RUN-DATE.                     08714300
087144     MOVE DOC-ACCOUNT TO SHDR-ACCOUNT.                            08714400
087145     MOVE SUPP-REASON TO SHDR-REASON.                             08714500
087146     MOVE SUPP-TBL-EFF-DATE (SUPP-HIT) TO SHDR-EFF-DATE.          08714600
087147     MOVE LENGTH OF SUPPRESS-HEADER-RECORD TO SUPP-OUT-RECLEN.    08714700
087148     SUBTRACT 1 FROM SUPP-OUT-RECLEN GIVING SHDR-LEN.             08714800
087149     MOVE SUPPRESS-HEADER-RECORD TO                               08714900
087150         SUPP-OUT-RECORD (1 : SUPP-OUT-RECLEN).                   08715000
087151     WRITE SUPP-OUT-RECORD.                                       08715100
087152     IF NOT SUPP-OUT-OK                                           08715200
087153      THEN                                                        08715300
087154      DISPLAY PGMNAME, ' WRITE TO SUPPRSDD FAILED, FILE ',        08715400
087155          'STATUS=', SUPP-OUT-STATUS                              08715500
087156     END-IF.                                                      08715600
087200* begin quarantining the document whose BDT is in the             08720000
087300* buffer.                                                         08730000
087400 START-REJECT.                                                    08740000
088800      MOVE REJECT-REASON TO REJ-SUM-REASON (REJ-SUM-COUNT);       08880000
088900      MOVE REJ-REC-COUNT TO REJ-SUM-RECS (REJ-SUM-COUNT)          08890000
089000     END-IF.                                                      08900000
089001* copy the record in the buffer to the suppressed dataset         08900100
089002* verbatim and delete it from the run.                            08900200
089003 DIVERT-RECORD.                                                   08900300
089004     MOVE INP-RECLEN TO SUPP-OUT-RECLEN.                          08900400
089005     MOVE NOP-RECORD (1 : INP-RECLEN) TO                          08900500
089006         SUPP-OUT-RECORD (1 : INP-RECLEN).                        08900600
089007     WRITE SUPP-OUT-RECORD.                                       08900700
089008     IF NOT SUPP-OUT-OK                                           08900800
089009      THEN                                                        08900900
089010      DISPLAY PGMNAME, ' WRITE TO SUPPRSDD FAILED, FILE ',        08901000
089011          'STATUS=', SUPP-OUT-STATUS                              08901100
089012     END-IF.                                                      08901200
089013     SET INP-DELETE TO TRUE.                                      08901300
089014* the suppressed document's EDT has arrived: write its            08901400
089015* accounting record flagged with the reason, count it by          08901500
089016* reason, and file its combination as completed - the run was     08901600
089017* processed even though the document did not print.               08901700
089018 END-SUPPRESS.                                                    08901800
089019     PERFORM WRITE-ACCOUNTING.                                    08901900
089020     ADD 1 TO SUPPRESS-COUNT.                                     08902000
089021     ADD DOC-PAGE-COUNT TO SUPPRESS-PAGE-COUNT.                   08902100
089022     PERFORM COUNT-SUPPRESS-REASON.                               08902200
089023     IF NOT DUPCHECK-OFF                                          08902300
089024      THEN                                                        08902400
089025      PERFORM MARK-KEY-COMPLETE                                   08902500
089026     END-IF.                                                      08902600
089027     SET NOT-SUPPRESSING TO TRUE.                                 08902700
089028     SET DOC-NOT-OPEN TO TRUE.                                    08902800
089029     MOVE ZERO TO BNG-DEPTH.                                      08902900
089030     MOVE ZERO TO BPG-DEPTH.                                      08903000
089031 COUNT-SUPPRESS-REASON.                                           08903100
089032     MOVE ZERO TO SUPP-SUM-HIT.                                   08903200
089033     PERFORM SCAN-SUPPRESS-REASON VARYING SUPP-SUM-SUB FROM 1     08903300
089034         BY 1 UNTIL SUPP-SUM-SUB > SUPP-SUM-COUNT                 08903400
089035         OR SUPP-SUM-HIT > 0.                                     08903500
089036     IF SUPP-SUM-HIT = ZERO AND SUPP-SUM-COUNT < SUPP-SUM-MAX     08903600
089037      THEN                                                        08903700
089038      ADD 1 TO SUPP-SUM-COUNT;                                    08903800
089039      MOVE SUPP-SUM-COUNT TO SUPP-SUM-HIT;                        08903900
089040      MOVE SUPP-REASON TO SUPP-SUM-REASON (SUPP-SUM-HIT);         08904000
089041      MOVE ZERO TO SUPP-SUM-DOCS (SUPP-SUM-HIT);                  08904100
089042      MOVE ZERO TO SUPP-SUM-PAGES (SUPP-SUM-HIT)                  08904200
089043     END-IF.                                                      08904300
089044     IF SUPP-SUM-HIT > 0                                          08904400
089045      THEN                                                        08904500
089046      ADD 1 TO SUPP-SUM-DOCS (SUPP-SUM-HIT);                      08904600
089047      ADD DOC-PAGE-COUNT TO SUPP-SUM-PAGES (SUPP-SUM-HIT)         08904700
089048     END-IF.                                                      08904800
089049 SCAN-SUPPRESS-REASON.                                            08904900
089050     IF SUPP-SUM-REASON (SUPP-SUM-SUB) = SUPP-REASON              08905000
089051      THEN                                                        08905100
089052      MOVE SUPP-SUM-SUB TO SUPP-SUM-HIT                           08905200
089053     END-IF.                                                      08905300
089100* copy the record in the buffer to the quarantine dataset         08910000
089200* verbatim, without deleting it from the run.                     08920000
089210 QUARANTINE-COPY.                                                 08921000
091800     DISPLAY PGMNAME, ' REPORT ', REJ-SUM-REPT-ID (REJ-SUB),      09180000
091900         ' ', REJ-SUM-REASON (REJ-SUB), ' RECORDS ',              09190000
092000         REJ-DISP.                                                09200000
092005* print the suppression summary: the documents and pages          09200500
092010* withheld from print by reason code.                             09201000
092015 PRINT-SUPPRESS-SUMMARY.                                          09201500
092020     MOVE SUPPRESS-COUNT TO SUPP-DISP.                            09202000
092025     DISPLAY PGMNAME, ' SUPPRESSION SUMMARY - ', SUPP-DISP,       09202500
092030         ' DOCUMENTS DIVERTED FROM PRINT.'.                       09203000
092035     MOVE SUPPRESS-PAGE-COUNT TO SUPP-DISP.                       09203500
092040     DISPLAY PGMNAME, ' ', SUPP-DISP,                             09204000
092045         ' PAGES WITHHELD FROM PRINT.'.                           09204500
092050     PERFORM PRINT-ONE-SUPPRESS VARYING SUPP-SUM-SUB FROM 1       09205000
092055         BY 1 UNTIL SUPP-SUM-SUB > SUPP-SUM-COUNT.                09205500
092060 PRINT-ONE-SUPPRESS.                                              09206000
092065     MOVE SUPP-SUM-DOCS (SUPP-SUM-SUB) TO SUPP-DISP.              09206500
092070     MOVE SUPP-SUM-PAGES (SUPP-SUM-SUB) TO PAGE-DISP.             09207000
092075     DISPLAY PGMNAME, ' REASON ', SUPP-SUM-REASON (SUPP-SUM-SUB), 09207500
092080         ' DOCUMENTS ', SUPP-DISP, ' PAGES ', PAGE-DISP.          09208000
092100* one-time setup on the first call: job options, the report       09210000
092200* profile master file, and (when requested) the checkpoint.       09220000
092300 INITIALIZE-EXIT.                                                 09230000
092310* stamp the start of the run on the timing dataset.               09231000
092320     MOVE 'S' TO TIME-EVENT.                                      09232000
092330     MOVE SPACES TO TIME-REPT-ID, TIME-RUN-DATE, TIME-STAMP.      09233000
092340     MOVE ZERO TO TIME-DOCS.                                      09234000
092350     PERFORM STAMP-TIMING.                                        09235000
092400     PERFORM LOAD-PARMS.                                          09240000
092500     PERFORM LOAD-PROFILES.                                       09250000
092600     IF RESTART-REQUESTED                                         09260000
093100      THEN                                                        09310000
093200      PERFORM OPEN-REJECT                                         09320000
093300     END-IF.                                                      09330000
093310     PERFORM LOAD-SUPPRESSIONS.                                   09331000
093320     IF SUPP-COUNT > 0                                            09332000
093330      THEN                                                        09333000
093340      PERFORM OPEN-SUPPRESS-OUT                                   09334000
093350     END-IF.                                                      09335000
093400     PERFORM OPEN-ACCT.                                           09340000
093500     IF NOT DUPCHECK-OFF                                          09350000
093600      THEN                                                        09360000
102200       MOVE CKPT-SF-COUNT TO SAVE-SF-COUNT;                       10220000
102300       MOVE CKPT-LINE-COUNT TO SAVE-LINE-COUNT;                   10230000
102400       MOVE CKPT-SEEN-COUNT TO SAVE-SEEN-COUNT;                   10240000
102410       IF CKPT-PAGE-SEEN NUMERIC                                  10241000
102420        THEN                                                      10242000
102430        MOVE CKPT-PAGE-SEEN TO SAVE-PAGE-SEEN                     10243000
102440        ELSE                                                      10244000
102450        SET PAGE-SEEN-UNKNOWN TO TRUE                             10245000
102460       END-IF;                                                    10246000
102468       IF CKPT-SUPP-COUNT NUMERIC                                 10246800
102476        THEN                                                      10247600
102477        MOVE CKPT-SUPP-COUNT TO SAVE-SUPP-COUNT                   10247700
102478       END-IF;                                                    10247800
102479       IF CKPT-SUPP-PAGES NUMERIC                                 10247900
102480        THEN                                                      10248000
102481        MOVE CKPT-SUPP-PAGES TO SAVE-SUPP-PAGES                   10248100
102482       END-IF;                                                    10248200
102483       IF CKPT-SUM-COUNT NUMERIC AND                              10248300
102484          CKPT-SUM-COUNT NOT > SUPP-SUM-MAX                       10248400
102485        THEN                                                      10248500
102486        MOVE CKPT-SUM-COUNT TO SAVE-SUM-COUNT;                    10248600
102487        PERFORM RESTORE-ONE-SUPP-SUM VARYING SUPP-SUM-SUB         10248700
102488            FROM 1 BY 1 UNTIL SUPP-SUM-SUB > SAVE-SUM-COUNT       10248800
102492       END-IF;                                                    10249200
102500       CLOSE CHKPT-FILE;                                          10250000
102600       IF RESTART-DOC-TARGET > 0                                  10260000
102700        THEN                                                      10270000
105600                           BY VALUE ABEND-REASON-CODE,            10560000
105700                           BY VALUE ABEND-CLEANUP-CODE            10570000
105800     END-IF.                                                      10580000
105806 RESTORE-ONE-SUPP-SUM.                                            10580600
105812     MOVE CKPT-SUM-REASON (SUPP-SUM-SUB) TO                       10581200
105818         SAVE-SUM-REASON (SUPP-SUM-SUB).                          10581800
105824     IF CKPT-SUM-DOCS (SUPP-SUM-SUB) NUMERIC AND                  10582400
105830        CKPT-SUM-PAGES (SUPP-SUM-SUB) NUMERIC                     10583000
105836      THEN                                                        10583600
105842      MOVE CKPT-SUM-DOCS (SUPP-SUM-SUB) TO                        10584200
105848          SAVE-SUM-DOCS (SUPP-SUM-SUB);                           10584800
105854      MOVE CKPT-SUM-PAGES (SUPP-SUM-SUB) TO                       10585400
105860          SAVE-SUM-PAGES (SUPP-SUM-SUB)                           10586000
105866      ELSE                                                        10586600
105872      MOVE ZERO TO SAVE-SUM-DOCS (SUPP-SUM-SUB);                  10587200
105878      MOVE ZERO TO SAVE-SUM-PAGES (SUPP-SUM-SUB)                  10587800
105884     END-IF.                                                      10588400
105886 SAVE-ONE-SUPP-SUM.                                               10588600
105888     MOVE SUPP-SUM-REASON (SUPP-SUM-SUB) TO                       10588800
105890         CKPT-SUM-REASON (SUPP-SUM-SUB).                          10589000
105892     MOVE SUPP-SUM-DOCS (SUPP-SUM-SUB) TO                         10589200
105894         CKPT-SUM-DOCS (SUPP-SUM-SUB).                            10589400
105896     MOVE SUPP-SUM-PAGES (SUPP-SUM-SUB) TO                        10589600
105898         CKPT-SUM-PAGES (SUPP-SUM-SUB).                           10589800
105900* rewrite the checkpoint record with the running totals.          10590000
106000 WRITE-CHECKPOINT.                                                10600000
106100     MOVE ZERO TO CKPT-SINCE-COUNT.                               10610000
106200     OPEN OUTPUT CHKPT-FILE.                                      10620000
106300     IF CHKPT-FILE-OK                                             10630000
106400      THEN                                                        10640000
106450      MOVE SPACES TO CHKPT-RECORD;                                10645000
106500      MOVE DOC-DONE-COUNT TO CKPT-DOC-COUNT;                      10650000
106600      MOVE DOC-SEEN-COUNT TO CKPT-SEEN-COUNT;                     10660000
106700      MOVE REC-COUNT TO CKPT-REC-COUNT;                           10670000
106800      MOVE SF-COUNT TO CKPT-SF-COUNT;                             10680000
106900      MOVE LINE-COUNT TO CKPT-LINE-COUNT;                         10690000
106950      MOVE PAGE-SEEN-COUNT TO CKPT-PAGE-SEEN;                     10695000
106970      MOVE SUPPRESS-COUNT TO CKPT-SUPP-COUNT;                     10697000
106976      MOVE SUPPRESS-PAGE-COUNT TO CKPT-SUPP-PAGES;                10697600
106982      MOVE SUPP-SUM-COUNT TO CKPT-SUM-COUNT;                      10698200
106988      PERFORM SAVE-ONE-SUPP-SUM VARYING SUPP-SUM-SUB FROM 1       10698800
106994          BY 1 UNTIL SUPP-SUM-SUB > SUPP-SUM-COUNT;               10699400
107000      WRITE CHKPT-RECORD;                                         10700000
107100      IF NOT CHKPT-FILE-OK                                        10710000
107200       THEN                                                       10720000
107800      DISPLAY PGMNAME, ' OPEN OF CHKPTDD FAILED, FILE ',          10780000
107900          'STATUS=', CHKPT-FILE-STATUS                            10790000
108000     END-IF.                                                      10800000
108001* reconcile the producing job's control totals with what this     10800100
108002* run received. its documents are the ones completed,             10800200
108003* quarantined, or suppressed here (DOC-SEEN-COUNT) and its        10800300
108004* pages are the pages of those same documents. a shortfall        10800400
108005* means input was lost between the two jobs and leaves the        10800500
108006* reason in TRAILER-REASON for the caller to fail the run; an     10800600
108007* overage is only reported.                                       10800700
108008 RECONCILE-TRAILER.                                               10800800
108009     MOVE SPACES TO TRAILER-REASON.                               10800900
108010     IF TRAILER-SEEN-COUNT = ZERO                                 10801000
108011      THEN                                                        10801100
108012      IF TRAILER-REQUIRED                                         10801200
108013       THEN                                                       10801300
108014       DISPLAY PGMNAME, ' NO CONTROL-TOTAL TRAILER IN THE ',      10801400
108015           'INPUT - REQUIRED BY THE PROFILE FOR ',                10801500
108016           TRAILER-REQ-REPT-ID;                                   10801600
108017       MOVE 'CONTROL TRAILER MISSING - REQUIRED' TO               10801700
108018           TRAILER-REASON                                         10801800
108019      END-IF                                                      10801900
108020      ELSE                                                        10802000
108021      IF TRAILER-BAD                                              10802100
108022       THEN                                                       10802200
108023       DISPLAY PGMNAME, ' CONTROL-TOTAL TRAILER IS SHORT OR ',    10802300
108024           'ITS COUNTS ARE NOT NUMERIC.';                         10802400
108025       MOVE 'CONTROL TRAILER COUNTS NOT NUMERIC' TO               10802500
108026           TRAILER-REASON                                         10802600
108027       ELSE                                                       10802700
108028       PERFORM COMPARE-TRAILER-COUNTS                             10802800
108029      END-IF                                                      10802900
108030     END-IF.                                                      10803000
108031     IF TRAILER-REASON NOT = SPACES                               10803100
108032      THEN                                                        10803200
108033      MOVE 'H' TO ALERT-SEVERITY;                                 10803300
108034      MOVE TRAILER-REQ-REPT-ID TO ALERT-KEY;                      10803400
108035      MOVE TRAILER-REASON TO ALERT-TEXT;                          10803500
108036      CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,                10803600
108037          ALERT-KEY, ALERT-TEXT                                   10803700
108038     END-IF.                                                      10803800
108039 COMPARE-TRAILER-COUNTS.                                          10803900
108040     MOVE EXPECTED-DOC-COUNT TO EXPECTED-DISP.                    10804000
108041     MOVE DOC-SEEN-COUNT TO RECEIVED-DISP.                        10804100
108042     DISPLAY PGMNAME, ' CONTROL TOTALS FROM ', TRAILER-JOB,       10804200
108043         ': DOCUMENTS EXPECTED ', EXPECTED-DISP,                  10804300
108044         ' RECEIVED ', RECEIVED-DISP.                             10804400
108045     MOVE EXPECTED-PAGE-COUNT TO EXPECTED-DISP.                   10804500
108046     MOVE PAGE-SEEN-COUNT TO RECEIVED-DISP.                       10804600
108047     DISPLAY PGMNAME, ' CONTROL TOTALS FROM ', TRAILER-JOB,       10804700
108048         ': PAGES EXPECTED     ', EXPECTED-DISP,                  10804800
108049         ' RECEIVED ', RECEIVED-DISP.                             10804900
108050     IF PAGE-SEEN-UNKNOWN                                         10805000
108051      THEN                                                        10805100
108052      DISPLAY PGMNAME, ' THE RESTART CHECKPOINT CARRIES NO ',     10805200
108053          'PAGE COUNT - PAGES NOT RECONCILED.'                    10805300
108054     END-IF.                                                      10805400
108055     IF DOC-SEEN-COUNT < EXPECTED-DOC-COUNT                       10805500
108056      THEN                                                        10805600
108057      MOVE 'CONTROL TRAILER DOCUMENT COUNT SHORTFALL' TO          10805700
108058          TRAILER-REASON                                          10805800
108059      ELSE                                                        10805900
108060      IF PAGE-SEEN-COUNT < EXPECTED-PAGE-COUNT                    10806000
108061         AND NOT PAGE-SEEN-UNKNOWN                                10806100
108062       THEN                                                       10806200
108063       MOVE 'CONTROL TRAILER PAGE COUNT SHORTFALL' TO             10806300
108064           TRAILER-REASON                                         10806400
108065      END-IF                                                      10806500
108066     END-IF.                                                      10806600
108067     IF TRAILER-REASON = SPACES AND                               10806700
108068        (DOC-SEEN-COUNT > EXPECTED-DOC-COUNT OR                   10806800
108069         (PAGE-SEEN-COUNT > EXPECTED-PAGE-COUNT                   10806900
108070          AND NOT PAGE-SEEN-UNKNOWN))                             10807000
108071      THEN                                                        10807100
108072      DISPLAY PGMNAME, ' WARNING - MORE RECEIVED THAN THE ',      10807200
108073          'CONTROL TOTALS EXPECTED.';                             10807300
108074      MOVE 'M' TO ALERT-SEVERITY;                                 10807400
108075      MOVE TRAILER-REQ-REPT-ID TO ALERT-KEY;                      10807500
108076      MOVE 'INPUT EXCEEDS THE CONTROL-TOTAL TRAILER COUNTS'       10807600
108077          TO ALERT-TEXT;                                          10807700
108078      CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,                10807800
108079          ALERT-KEY, ALERT-TEXT                                   10807900
108080     END-IF.                                                      10808000
108081* the control totals did not reconcile: snap the counters and     10808100
108082* abend, so no balance or history is written for the run.         10808200
108083 FAIL-TRAILER.                                                    10808300
108084     MOVE TRAILER-REASON TO SNAP-REASON.                          10808400
108085     CALL DIAGSNAP USING PGMNAME, SNAP-REASON,                    10808500
108086         NOP-RECORD, INP-RECLEN, SAVED-ATTR,                      10808600
108087         SNAP-COUNTERS.                                           10808700
108088     MOVE 16 TO RETURN-CODE.                                      10808800
108089     CALL ABND-PGM USING BY VALUE ABEND-CODE,                     10808900
108090                          BY VALUE ABEND-REASON-CODE,             10809000
108091                          BY VALUE ABEND-CLEANUP-CODE.            10809100
108100* write the EOF control totals to the balancing dataset so        10810000
108200* the output exit can prove no protected field was lost.          10820000
108300 WRITE-BALANCE.                                                   10830000
109100      MOVE ENG-COUNT TO BAL-ENG-COUNT;                            10910000
109200      MOVE BRG-COUNT TO BAL-BRG-COUNT;                            10920000
109300      MOVE ERG-COUNT TO BAL-ERG-COUNT;                            10930000
109350      MOVE SUPPRESS-COUNT TO BAL-SUPP-COUNT;                      10935000
109400      WRITE BALANCE-RECORD;                                       10940000
109500      IF NOT BALANCE-FILE-OK                                      10950000
109600       THEN                                                       10960000
110200      DISPLAY PGMNAME, ' OPEN OF BALANCDD FAILED, FILE ',         11020000
110300          'STATUS=', BALANCE-FILE-STATUS                          11030000
110400     END-IF.                                                      11040000
110404* capture a control-total trailer: the producing job and its      11040400
110408* expected document and page counts follow the eye-catcher.       11040800
110412* a trailer too short to hold them, or with counts that are not   11041200
110416* numeric, cannot be reconciled and fails the run at EOF.         11041600
110420 CAPTURE-TRAILER.                                                 11042000
110424     ADD 1 TO TRAILER-SEEN-COUNT.                                 11042400
110428     MOVE SPACES TO TRAILER-DATA.                                 11042800
110432     IF INP-RECLEN < 43                                           11043200
110436      THEN                                                        11043600
110440      SET TRAILER-BAD TO TRUE                                     11044000
110444      ELSE                                                        11044400
110448      MOVE NOP-DATA (1 : 34) TO TRAILER-DATA;                     11044800
110452      IF TRL-DOC-COUNT NUMERIC AND TRL-PAGE-COUNT NUMERIC         11045200
110456       THEN                                                       11045600
110460       ADD TRL-DOC-COUNT TO EXPECTED-DOC-COUNT;                   11046000
110464       ADD TRL-PAGE-COUNT TO EXPECTED-PAGE-COUNT                  11046400
110468       ELSE                                                       11046800
110472       SET TRAILER-BAD TO TRUE                                    11047200
110476      END-IF                                                      11047600
110480     END-IF.                                                      11048000
110484     MOVE TRL-JOB TO TRAILER-JOB.                                 11048400
110488     DISPLAY PGMNAME, ' CONTROL-TOTAL TRAILER FROM JOB ',         11048800
110492         TRL-JOB, ' DOCUMENTS=', TRL-DOC-COUNT,                   11049200
110496         ' PAGES=', TRL-PAGE-COUNT.                               11049600
110500* open the chargeback accounting dataset; when it is not in       11050000
110600* the job, accounting is simply not produced.                     11060000
110700 OPEN-ACCT.                                                       11070000
112400      MOVE EMBEDDED-RUN-DATE TO ACCT-RUN-DATE;                    11240000
112500      MOVE DOC-PAGE-COUNT TO ACCT-PAGES;                          11250000
112600      MOVE DOC-SF-COUNT TO ACCT-SFS;                              11260000
112610      MOVE DOC-ACCOUNT TO ACCT-ACCOUNT;                           11261000
112620      IF SUPPRESSING-DOC                                          11262000
112630       THEN                                                       11263000
112640       MOVE 'S' TO ACCT-DISPOSITION;                              11264000
112650       MOVE SUPP-REASON TO ACCT-SUPP-REASON                       11265000
112660       ELSE                                                       11266000
112670       MOVE 'P' TO ACCT-DISPOSITION                               11267000
112680      END-IF;                                                     11268000
112700      WRITE ACCT-RECORD;                                          11270000
112800      IF NOT ACCT-FILE-OK                                         11280000
112900       THEN                                                       11290000
122100     MOVE SPACES TO EMBEDDED-RUN-DATE.                            12210000
122200     MOVE NOP-DATA (CUR-DATE-POS : CUR-DATE-LEN) TO               12220000
122300         EMBEDDED-RUN-DATE (1 : CUR-DATE-LEN).                    12230000
122310     MOVE SPACES TO DOC-ACCOUNT.                                  12231000
122320     IF CUR-ACCT-POS > ZERO                                       12232000
122330      THEN                                                        12233000
122340      MOVE NOP-DATA (CUR-ACCT-POS : CUR-ACCT-LEN) TO              12234000
122350          DOC-ACCOUNT (1 : CUR-ACCT-LEN)                          12235000
122360     END-IF.                                                      12236000
122365* a family that requires the control-total trailer makes it       12236500
122370* required for the whole run.                                     12237000
122375     IF CUR-TRAILER-REQUIRED AND NOT TRAILER-REQUIRED             12237500
122380      THEN                                                        12238000
122385      SET TRAILER-REQUIRED TO TRUE;                               12238500
122390      MOVE REPT-ID TO TRAILER-REQ-REPT-ID                         12239000
122395     END-IF.                                                      12239500
122400* the document whose EDT just arrived completed: its              12240000
122500* combination may now be recorded in the history at EOF.          12250000
122600 MARK-KEY-COMPLETE.                                               12260000
133400           'STATUS=', RUNHIST-FILE-STATUS                         13340000
133500      END-IF                                                      13350000
133600     END-IF.                                                      13360000
133601* note the completion time of the document just completed         13360100
133602* against its report id and run date. a full table leaves later   13360200
133603* report ids untimed, with one warning.                           13360300
133604 NOTE-REPORT-TIME.                                                13360400
133605     MOVE ZERO TO TIME-HIT.                                       13360500
133606     PERFORM SCAN-REPORT-TIME VARYING TIME-SUB FROM 1 BY 1        13360600
133607         UNTIL TIME-SUB > REPORT-TIME-COUNT OR TIME-HIT > 0.      13360700
133608     IF TIME-HIT = ZERO                                           13360800
133609      THEN                                                        13360900
133610      IF REPORT-TIME-COUNT < TIME-MAX                             13361000
133611       THEN                                                       13361100
133612       ADD 1 TO REPORT-TIME-COUNT;                                13361200
133613       MOVE REPORT-TIME-COUNT TO TIME-HIT;                        13361300
133614       MOVE REPT-ID TO RTM-REPT-ID (TIME-HIT);                    13361400
133615       MOVE EMBEDDED-RUN-DATE TO RTM-RUN-DATE (TIME-HIT);         13361500
133616       MOVE ZERO TO RTM-DOCS (TIME-HIT)                           13361600
133617       ELSE                                                       13361700
133618       IF NOT TIME-TABLE-FULL                                     13361800
133619        THEN                                                      13361900
133620        SET TIME-TABLE-FULL TO TRUE;                              13362000
133621        DISPLAY PGMNAME, ' REPORT TIMING TABLE FULL - LATER ',    13362100
133622            'REPORT IDS NOT TIMED.';                              13362200
133623        MOVE 'M' TO ALERT-SEVERITY;                               13362300
133624        MOVE REPT-ID TO ALERT-KEY;                                13362400
133625        MOVE 'REPORT TIMING TABLE FULL - REPORT NOT TIMED' TO     13362500
133626            ALERT-TEXT;                                           13362600
133627        CALL ALERTPUT USING PGMNAME, ALERT-SEVERITY,              13362700
133628            ALERT-KEY, ALERT-TEXT                                 13362800
133629       END-IF                                                     13362900
133630      END-IF                                                      13363000
133631     END-IF.                                                      13363100
133632     IF TIME-HIT > 0                                              13363200
133633      THEN                                                        13363300
133634      ADD 1 TO RTM-DOCS (TIME-HIT);                               13363400
133635      MOVE FUNCTION CURRENT-DATE (1 : 14) TO                      13363500
133636          RTM-DONE-STAMP (TIME-HIT)                               13363600
133637     END-IF.                                                      13363700
133638 SCAN-REPORT-TIME.                                                13363800
133639     IF RTM-REPT-ID (TIME-SUB) = REPT-ID AND                      13363900
133640        RTM-RUN-DATE (TIME-SUB) = EMBEDDED-RUN-DATE               13364000
133641      THEN                                                        13364100
133642      MOVE TIME-SUB TO TIME-HIT                                   13364200
133643     END-IF.                                                      13364300
133644* at EOF, stamp each report id's completion and then the end of   13364400
133645* the run with the documents it completed.                        13364500
133646 WRITE-RUN-TIMING.                                                13364600
133647     PERFORM WRITE-ONE-REPORT-TIME VARYING TIME-SUB FROM 1 BY 1   13364700
133648         UNTIL TIME-SUB > REPORT-TIME-COUNT.                      13364800
133649     MOVE 'E' TO TIME-EVENT.                                      13364900
133650     MOVE SPACES TO TIME-REPT-ID, TIME-RUN-DATE, TIME-STAMP.      13365000
133651     MOVE DOC-DONE-COUNT TO TIME-DOCS.                            13365100
133652     PERFORM STAMP-TIMING.                                        13365200
133653 WRITE-ONE-REPORT-TIME.                                           13365300
133654     MOVE 'R' TO TIME-EVENT.                                      13365400
133655     MOVE RTM-REPT-ID (TIME-SUB) TO TIME-REPT-ID.                 13365500
133656     MOVE RTM-RUN-DATE (TIME-SUB) TO TIME-RUN-DATE.               13365600
133657     MOVE RTM-DOCS (TIME-SUB) TO TIME-DOCS.                       13365700
133658     MOVE RTM-DONE-STAMP (TIME-SUB) TO TIME-STAMP.                13365800
133659     PERFORM STAMP-TIMING.                                        13365900
133660 STAMP-TIMING.                                                    13366000
133661     CALL TIMEPUT USING PGMNAME, TIME-EVENT, TIME-REPT-ID,        13366100
133662         TIME-RUN-DATE, TIME-DOCS, TIME-STAMP.                    13366200
133700     EJECT                                                        13370000
133800 TITLE 'FORMAT AFPDS RECORD'.                                     13380000
133900 ID DIVISION.                                                     13390000
