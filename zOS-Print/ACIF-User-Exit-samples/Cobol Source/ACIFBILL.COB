000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 18:00:00 BY  HOWARDT VERSION 04  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFBILL.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
002500               ends with return code 4 so finance sees the gap    00250000
002600               instead of a silent zero charge.                   00260000
002700                                                                  00270000
002705               Accounting records for documents the input exit    00270500
002710               suppressed from print carry disposition 'S'; they  00271000
002715               are counted but not billed.                        00271500
002720*                                                                 00272000
002725               Each GL summary record carries the billing month   00272500
002730               (yyyymm), taken from the latest run date on the    00273000
002735               billed accounting records, or the month before     00273500
002740               today when no record has a usable run date. The    00274000
002745               budget report (ACIFBUDG) files the month's spend   00274500
002750               under it.                                          00275000
002755                                                                  00275500
002800 DATE-WRITTEN. 02 Sep 2026.                                       00280000
002900 DATE-COMPILED.                                                   00290000
003000 SECURITY. IBM SAMPLE CODE ONLY.                                  00300000
009800     05  ACCT-PAGES          PIC 9(9).                            00980000
009900     05  FILLER              PIC X.                               00990000
010000     05  ACCT-SFS            PIC 9(9).                            01000000
010030     05  FILLER              PIC X.                               01003000
010060     05  ACCT-DISPOSITION    PIC X.                               01006000
010090         88  ACCT-SUPPRESSED VALUE 'S'.                           01009000
010100     05  FILLER              PIC X(41).                           01010000
010200* THE CHARGEBACK RATE MASTER, ONE RECORD PER REPORT ID: THE       01020000
010300* PER-PAGE RATE, THE MINIMUM CHARGE FOR THE BILLING PERIOD, AND   01030000
010400* THE COST CENTER THE CHARGE BELONGS TO.                          01040000
011300 FD  INVOICE-FILE                                                 01130000
011400     LABEL RECORDS ARE STANDARD.                                  01140000
011500 01  INVOICE-PRINT-RECORD    PIC X(121).                          01150000
011600* THE GENERAL LEDGER SUMMARY FEED, ONE RECORD PER COST CENTER,    01160000
011650* CARRYING THE BILLING MONTH (YYYYMM) THE AMOUNTS BELONG TO.      01165000
011700 FD  GLSUM-FILE                                                   01170000
011800     LABEL RECORDS ARE STANDARD.                                  01180000
011900 01  GLSUM-RECORD.                                                01190000
012100     05  GLS-DOCS            PIC 9(9).                            01210000
012200     05  GLS-PAGES           PIC 9(9).                            01220000
012300     05  GLS-AMOUNT          PIC 9(9)V99.                         01230000
012350     05  GLS-MONTH           PIC X(6).                            01235000
012400     05  FILLER              PIC X(37).                           01240000
012500 WORKING-STORAGE SECTION.                                         01250000
012600 77  PGMNAME                 PIC X(8) VALUE 'ACIFBILL'.           01260000
012700 77  ACCT-FILE-STATUS        PIC XX VALUE '00'.                   01270000
013700 77  RATE-DONE-FLAG          PIC X VALUE LOW-VALUE.               01370000
013800     88  RATE-DONE           VALUE HIGH-VALUE.                    01380000
013900 77  TODAY-DATE              PIC X(8).                            01390000
013910* the billing month stamped on the GL summary records, and the    01391000
013920* date work area used to step back to last month when no          01392000
013930* accounting record supplies one.                                 01393000
013940 77  BILL-MONTH              PIC X(6) VALUE SPACES.               01394000
013950 01  MONTH-START-DATE        PIC X(8).                            01395000
013960 01  MONTH-START-NUM         REDEFINES MONTH-START-DATE PIC 9(8). 01396000
014000* the rate master table, loaded before the accounting records     01400000
014100* are read. sized to match ACIFIBDT's report profile table.       01410000
014200 77  RATE-MAX                PIC S9(4) BINARY VALUE 200.          01420000
018900 77  EXCEPTION-DISP          PIC Z,ZZZ,ZZ9.                       01890000
019000 77  ACCT-REC-COUNT          PIC S9(8) BINARY VALUE ZERO.         01900000
019100 77  ACCT-DISP               PIC Z,ZZZ,ZZ9.                       01910000
019150 77  SUPP-SKIP-COUNT         PIC S9(8) BINARY VALUE ZERO.         01915000
019200* report line layouts.                                            01920000
019300 01  PAGE-HEADING-1.                                              01930000
019400     05  FILLER              PIC X(30) VALUE                      01940000
034300       DISPLAY PGMNAME, ' INVALID ACCOUNTING RECORD SKIPPED: ',   03430000
034400           ACCT-REPT-ID                                           03440000
034500       ELSE                                                       03450000
034600* a suppressed document was never printed, so it is not billed.   03460000
034700       IF ACCT-SUPPRESSED                                         03470000
034900        THEN                                                      03490000
034910        ADD 1 TO SUPP-SKIP-COUNT                                  03491000
034920        ELSE                                                      03492000
034930        ADD 1 TO ACCT-REC-COUNT;                                  03493000
034940        PERFORM NOTE-BILL-MONTH;                                  03494000
034950        PERFORM FIND-REPT-TOTAL;                                  03495000
034960        IF REPT-HIT > 0                                           03496000
034970         THEN                                                     03497000
035000         ADD 1 TO RPT-DOCS (REPT-HIT);                            03500000
035100         ADD ACCT-PAGES TO RPT-PAGES (REPT-HIT)                   03510000
035150        END-IF                                                    03515000
035200       END-IF                                                     03520000
035300      END-IF                                                      03530000
035400     END-IF.                                                      03540000
035410* the billing month is the latest month among the run dates of    03541000
035420* the records billed; a run date that is not numeric is ignored.  03542000
035430 NOTE-BILL-MONTH.                                                 03543000
035440     IF ACCT-RUN-DATE NUMERIC                                     03544000
035450        AND ACCT-RUN-DATE (1 : 6) > BILL-MONTH                    03545000
035460      THEN                                                        03546000
035470      MOVE ACCT-RUN-DATE (1 : 6) TO BILL-MONTH                    03547000
035480     END-IF.                                                      03548000
035500* locate (or create) the rollup entry for the record's report     03550000
035600* id; a new entry is bound to its rate entry here, once.          03560000
035700 FIND-REPT-TOTAL.                                                 03570000
052200      MOVE EXCEPTION-LINE TO INVOICE-PRINT-RECORD;                05220000
052300      PERFORM WRITE-INVOICE-LINE                                  05230000
052400     END-IF.                                                      05240000
052500* write one general ledger summary record per cost center, all    05250000
052550* stamped with the billing month.                                 05255000
052600 WRITE-GL-SUMMARY.                                                05260000
052610     IF BILL-MONTH = SPACES                                       05261000
052620      THEN                                                        05262000
052630      MOVE TODAY-DATE TO MONTH-START-DATE;                        05263000
052640      MOVE '01' TO MONTH-START-DATE (7 : 2);                      05264000
052650      COMPUTE MONTH-START-NUM = FUNCTION DATE-OF-INTEGER (        05265000
052660          FUNCTION INTEGER-OF-DATE (MONTH-START-NUM) - 1);        05266000
052670      MOVE MONTH-START-DATE (1 : 6) TO BILL-MONTH                 05267000
052680     END-IF.                                                      05268000
052690     DISPLAY PGMNAME, ' BILLING MONTH IS ', BILL-MONTH, '.'.      05269000
052700     IF GLSUM-FILE-OK                                             05270000
052800      THEN                                                        05280000
052900      PERFORM WRITE-ONE-GLSUM VARYING CC-SUB FROM 1 BY 1          05290000
053500     MOVE CCT-DOCS (CC-SUB) TO GLS-DOCS.                          05350000
053600     MOVE CCT-PAGES (CC-SUB) TO GLS-PAGES.                        05360000
053700     MOVE CCT-AMOUNT (CC-SUB) TO GLS-AMOUNT.                      05370000
053750     MOVE BILL-MONTH TO GLS-MONTH.                                05375000
053800     WRITE GLSUM-RECORD.                                          05380000
053900     IF NOT GLSUM-FILE-OK                                         05390000
054000      THEN                                                        05400000
056900     MOVE ACCT-REC-COUNT TO ACCT-DISP.                            05690000
057000     DISPLAY PGMNAME, ' ', ACCT-DISP, ' ACCOUNTING RECORDS ',     05700000
057100         'PROCESSED.'.                                            05710000
057110     IF SUPP-SKIP-COUNT > 0                                       05711000
057120      THEN                                                        05712000
057130      MOVE SUPP-SKIP-COUNT TO ACCT-DISP;                          05713000
057140      DISPLAY PGMNAME, ' ', ACCT-DISP, ' SUPPRESSED DOCUMENTS ',  05714000
057150          'NOT BILLED.'                                           05715000
057160     END-IF.                                                      05716000
057200     MOVE EXCEPTION-COUNT TO EXCEPTION-DISP.                      05720000
057300     IF EXCEPTION-COUNT > 0                                       05730000
057400      THEN                                                        05740000
