000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST     NOSEQ            00010000
000200* LAST UPDATE ON 15 Oct 2026 AT 14:00:00 BY  HOWARDT VERSION 01  *00020000
000300 ID DIVISION.                                                     00030000
000400 PROGRAM-ID. TIMEPUT.                                             00040000
000500 AUTHOR. TURETZKY--IBM PSD.                                       00050000
000600 INSTALLATION. IBM BOULDER PROGRAMMING CENTER.                    00060000
000700               Shared batch-window timing routine for the ACIF    00070000
000800               exit suite.                                        00080000
000900*                                                                 00090000
001000               The input and output exits call this routine to    00100000
001100               stamp the start and end of each run, and the input 00110000
001200               exit to stamp the time each report id's last       00120000
001300               document completed. The routine appends one fixed, 00130000
001400               machine-readable record to the shared timing       00140000
001500               dataset (TIMINGDD, DISP=MOD in the JCL so the      00150000
001600               stamps accumulate night after night), the way      00160000
001700               ALERTPUT centralizes the operations alerts.        00170000
001800*                                                                 00180000
001900               The parameters are, in order: the caller's name    00190000
002000               (8), the event (1: S run start, E run end, R report00200000
002100               completed), the report id (8) and embedded run     00210000
002200               date (8) for a report completion, the documents    00220000
002300               completed (9, zoned), and the time of the event    00230000
002400               (14, yyyymmddhhmmss; spaces mean now). The SLA     00240000
002500               reporter (ACIFSLAR) reads the dataset back against 00250000
002600               the per-family deadline table.                     00260000
002700*                                                                 00270000
002800 DATE-WRITTEN. 15 Oct 2026.                                       00280000
002900 DATE-COMPILED.                                                   00290000
003000 SECURITY. IBM SAMPLE CODE ONLY.                                  00300000
003100*/**************************************************************/ 00310000
003200*/* Licensed under the Apache License, Version 2.0 (the        */ 00320000
003300*/* "License"); you may not use this file except in compliance */ 00330000
003400*/* with the License. You may obtain a copy of the License at  */ 00340000
003500*/*                                                            */ 00350000
003600*/* http://www.apache.org/licenses/LICENSE-2.0                 */ 00360000
003700*/*                                                            */ 00370000
003800*/* Unless required by applicable law or agreed to in writing, */ 00380000
003900*/* software distributed under the License is distributed on an*/ 00390000
004000*/* "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY     */ 00400000
004100*/* KIND, either express or implied.  See the License for the  */ 00410000
004200*/* specific language governing permissions and limitations    */ 00420000
004300*/* under the License.                                         */ 00430000
004400*/*------------------------------------------------------------*/ 00440000
004500*/*                                                            */ 00450000
004600*/*   COPYRIGHT (C) 1993,2007 IBM CORPORATION                  */ 00460000
004700*/*   COPYRIGHT (C) 2007,2018 RICOH COMPANY, LTD               */ 00470000
004800*/*                                                            */ 00480000
004900*/*   Permission to use, copy, modify, and distribute          */ 00490000
005000*/*   this software for any purpose with or without fee        */ 00500000
005100*/*   is hereby granted, provided that the above               */ 00510000
005200*/*   copyright notices appear in all copies.                  */ 00520000
005300*/*                                                            */ 00530000
005400*/*   THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY       */ 00540000
005500*/*   OF ANY KIND, EXPRESS OR IMPLIED, INCLUDING BUT NOT       */ 00550000
005600*/*   LIMITED TO THE WARRANTIES OF MERCHANTABILITY,            */ 00560000
005700*/*   FITNESS FOR A PARTICULAR PURPOSE AND                     */ 00570000
005800*/*   NONINFRINGEMENT.  IN NO EVENT SHALL RICOH, RICOH         */ 00580000
005900*/*   SUBSIDIARIES, ANY OF ITS SUPPLIERS OR ANY OF THE         */ 00590000
006000*/*   OTHER COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM,         */ 00600000
006100*/*   DAMAGES OR OTHER LIABILITY, WHETHER IN AN ACTION OF      */ 00610000
006200*/*   CONTRACT, TORT OR OTHERWISE, ARISING FROM, OUT OF        */ 00620000
006300*/*   OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR         */ 00630000
006400*/*   OTHER DEALINGS IN THE SOFTWARE.                          */ 00640000
006500*/**************************************************************/ 00650000
006600 TITLE 'ACIF Exit Batch-Window Timing'.                           00660000
006700 ENVIRONMENT DIVISION.                                            00670000
006800 CONFIGURATION SECTION.                                           00680000
006900 SOURCE-COMPUTER. IBM-370.                                        00690000
007000 OBJECT-COMPUTER. IBM-370.                                        00700000
007100 INPUT-OUTPUT SECTION.                                            00710000
007200 FILE-CONTROL.                                                    00720000
007300     SELECT TIMING-FILE ASSIGN TO TIMINGDD                        00730000
007400         ORGANIZATION IS SEQUENTIAL                               00740000
007500         FILE STATUS IS TIMING-FILE-STATUS.                       00750000
007600     EJECT                                                        00760000
007700 DATA DIVISION.                                                   00770000
007800 FILE SECTION.                                                    00780000
007900 FD  TIMING-FILE                                                  00790000
008000     LABEL RECORDS ARE STANDARD.                                  00800000
008100     COPY TIMEREC SUPPRESS.                                       00810000
008200 WORKING-STORAGE SECTION.                                         00820000
008300 77  PGMNAME                 PIC X(8) VALUE 'TIMEPUT '.           00830000
008400 77  TIMING-FILE-STATUS      PIC XX VALUE '00'.                   00840000
008500     88  TIMING-FILE-OK      VALUE '00'.                          00850000
008600     SKIP1                                                        00860000
008700/ PASSED PARAMETERS.                                              00870000
008800 LINKAGE SECTION.                                                 00880000
008900 01  TPUT-CALLER             PIC X(8).                            00890000
009000 01  TPUT-EVENT              PIC X.                               00900000
009100 01  TPUT-REPT-ID            PIC X(8).                            00910000
009200 01  TPUT-RUN-DATE           PIC X(8).                            00920000
009300 01  TPUT-DOCS               PIC 9(9).                            00930000
009400 01  TPUT-STAMP              PIC X(14).                           00940000
009500     SKIP1                                                        00950000
009600 TITLE 'Write the Timing Record'.                                 00960000
009700 PROCEDURE DIVISION USING TPUT-CALLER,                            00970000
009800                          TPUT-EVENT,                             00980000
009900                          TPUT-REPT-ID,                           00990000
010000                          TPUT-RUN-DATE,                          01000000
010100                          TPUT-DOCS,                              01010000
010200                          TPUT-STAMP.                             01020000
010300* a stamp that cannot be written is still worth a SYSOUT line:    01030000
010400* the run keeps going either way.                                 01040000
010500     OPEN EXTEND TIMING-FILE.                                     01050000
010600     IF NOT TIMING-FILE-OK                                        01060000
010700      THEN                                                        01070000
010800      DISPLAY PGMNAME, ' OPEN OF TIMINGDD FAILED, FILE STATUS=',  01080000
010900          TIMING-FILE-STATUS, ' - ', TPUT-CALLER, ' EVENT ',      01090000
011000          TPUT-EVENT, ' NOT RECORDED.';                           01100000
011100      GOBACK;                                                     01110000
011200     END-IF.                                                      01120000
011300     MOVE SPACES TO TIMING-RECORD.                                01130000
011400     IF TPUT-STAMP = SPACES                                       01140000
011500      THEN                                                        01150000
011600      MOVE FUNCTION CURRENT-DATE (1 : 14) TO TIMING-STAMP         01160000
011700      ELSE                                                        01170000
011800      MOVE TPUT-STAMP TO TIMING-STAMP                             01180000
011900     END-IF.                                                      01190000
012000     MOVE TPUT-CALLER TO TIMING-PROGRAM.                          01200000
012100     MOVE TPUT-EVENT TO TIMING-EVENT.                             01210000
012200     ACCEPT TIMING-JOB FROM ENVIRONMENT 'JOBNAME'.                01220000
012300     MOVE TPUT-REPT-ID TO TIMING-REPT-ID.                         01230000
012400     MOVE TPUT-RUN-DATE TO TIMING-RUN-DATE.                       01240000
012500     MOVE TPUT-DOCS TO TIMING-DOC-COUNT.                          01250000
012600     WRITE TIMING-RECORD.                                         01260000
012700     IF NOT TIMING-FILE-OK                                        01270000
012800      THEN                                                        01280000
012900      DISPLAY PGMNAME, ' WRITE TO TIMINGDD FAILED, FILE ',        01290000
013000          'STATUS=', TIMING-FILE-STATUS                           01300000
013100     END-IF.                                                      01310000
013200     CLOSE TIMING-FILE.                                           01320000
013300     GOBACK.                                                      01330000
013400 END PROGRAM TIMEPUT.                                             01340000
