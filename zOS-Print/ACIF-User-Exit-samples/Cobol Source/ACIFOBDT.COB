000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 19:00:00 BY  HOWARDT VERSION 06  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. ACIFOBDT.                                            00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
001900               group, or begin/end resource group structured      00190000
002000               field in the NOP data area, back into the real     00200000
002100               structured field before the output is printed.     00210000
002120                                                                  00212000
002140               The start and end of each run are stamped on the   00214000
002160               timing dataset (TIMINGDD) through TIMEPUT for the  00216000
002180               SLA report.                                        00218000
002200                                                                  00220000
002300 DATE-WRITTEN. 8 Aug 2026.                                        00230000
002400 DATE-COMPILED.                                                   00240000
008350 77  ALERT-SEVERITY          PIC X VALUE SPACE.                   00835000
008360 77  ALERT-KEY               PIC X(8) VALUE SPACES.               00836000
008370 77  ALERT-TEXT              PIC X(60) VALUE SPACES.              00837000
008372* the batch-window timing stamped through the shared TIMEPUT      00837200
008374* routine at the start and end of the run.                        00837400
008376 77  TIMEPUT                 PIC X(8) VALUE 'TIMEPUT '.           00837600
008378 77  TIME-EVENT              PIC X VALUE SPACE.                   00837800
008380 77  TIME-REPT-ID            PIC X(8) VALUE SPACES.               00838000
008382 77  TIME-RUN-DATE           PIC X(8) VALUE SPACES.               00838200
008384 77  TIME-DOCS               PIC 9(9) VALUE ZERO.                 00838400
008386 77  TIME-STAMP              PIC X(14) VALUE SPACES.              00838600
008388 77  FIRST-CALL-FLAG         PIC X VALUE LOW-VALUE.               00838800
008390     88  FIRST-CALL-DONE     VALUE HIGH-VALUE.                    00839000
008392     88  NOTFIRST-CALL       VALUE LOW-VALUE.                     00839200
008400* a copy of the print-file attributes for the diagnostic          00840000
008500* snapshot taken when balancing fails.                            00850000
008600 01  SAVED-ATTR              PIC X(51).                           00860000
018200     SET ADDRESS OF NOP-RECORD TO OUT-RECPTR.                     01820000
018300     MOVE ZERO TO RETURN-CODE.                                    01830000
018400     MOVE OUT-ATTR TO SAVED-ATTR.                                 01840000
018410* on the first call, stamp the start of the run.                  01841000
018420     IF NOTFIRST-CALL                                             01842000
018430      THEN                                                        01843000
018440      SET FIRST-CALL-DONE TO TRUE;                                01844000
018450      MOVE 'S' TO TIME-EVENT;                                     01845000
018460      MOVE ZERO TO TIME-DOCS;                                     01846000
018470      PERFORM STAMP-TIMING                                        01847000
018480     END-IF.                                                      01848000
018490* at EOF, stamp the end of the run with the documents restored,   01849000
018500* then balance it. the stamp goes first so that no CALL can       01850000
018550* clear the balance check's return code.                          01855000
018600     IF OUT-EOF                                                   01860000
018700      THEN                                                        01870000
018800      MOVE LINE-COUNT TO DOC-DISP;                                01880000
018900      DISPLAY PGMNAME, ' EOF REACHED, ', DOC-DISP,                01890000
019000          ' STRUCTURED FIELDS RESTORED.';                         01900000
019020      MOVE 'E' TO TIME-EVENT;                                     01902000
019040      MOVE BDT-COUNT TO TIME-DOCS;                                01904000
019060      PERFORM STAMP-TIMING;                                       01906000
019100      PERFORM BALANCE-CHECK;                                      01910000
019200      GOBACK;                                                     01920000
019300     END-IF.                                                      01930000
027600        MOVE 8 TO RETURN-CODE                                     02760000
027700        ELSE                                                      02770000
027800        DISPLAY PGMNAME, ' BALANCING SUCCESSFUL.'                 02780000
027810       END-IF;                                                    02781000
027820* suppressed documents never reached this exit; they are          02782000
027830* reported so the operator can tie the print file back to the     02783000
027840* input, but they take no part in the balancing.                  02784000
027850       IF BAL-SUPP-COUNT NUMERIC AND BAL-SUPP-COUNT > ZERO        02785000
027860        THEN                                                      02786000
027870        MOVE BAL-SUPP-COUNT TO DOC-DISP;                          02787000
027880        DISPLAY PGMNAME, ' ', DOC-DISP, ' DOCUMENTS SUPPRESSED ', 02788000
027890            'BY THE INPUT EXIT - NOT IN THIS PRINT FILE.'         02789000
027900       END-IF                                                     02790000
028000       ELSE                                                       02800000
028100       DISPLAY PGMNAME, ' BALANCING RECORD MISSING OR ',          02810000
029900          '  *MISMATCH*';                                         02990000
030000      SET BALANCE-BROKEN TO TRUE                                  03000000
030100     END-IF.                                                      03010000
030120 STAMP-TIMING.                                                    03012000
030140     CALL TIMEPUT USING PGMNAME, TIME-EVENT, TIME-REPT-ID,        03014000
030160         TIME-RUN-DATE, TIME-DOCS, TIME-STAMP.                    03016000
030200     SKIP1                                                        03020000
030300 END PROGRAM ACIFOBDT.                                            03030000
