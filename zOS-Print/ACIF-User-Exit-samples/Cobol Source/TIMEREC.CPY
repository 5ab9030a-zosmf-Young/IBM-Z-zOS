000100* THE BATCH-WINDOW TIMING RECORD. THE INPUT AND OUTPUT EXITS STAMP00010000
000200* THE START AND END OF EVERY RUN, AND THE INPUT EXIT THE TIME EACH00020000
000300* REPORT ID'S LAST DOCUMENT COMPLETED, ON THE SHARED TIMING       00030000
000400* DATASET (TIMINGDD) THROUGH THE TIMEPUT ROUTINE - ONE FIXED      00040000
000500* RECORD PER EVENT - AND THE SLA REPORTER (ACIFSLAR) READS THEM   00050000
000600* BACK AGAINST THE DEADLINE TABLE.                                00060000
000700 01  TIMING-RECORD.                                               00070000
000800     05  TIMING-STAMP.                                            00080000
000900         10  TIMING-DATE     PIC X(8).                            00090000
001000         10  TIMING-TIME     PIC X(6).                            00100000
001100     05  FILLER              PIC X.                               00110000
001200     05  TIMING-PROGRAM      PIC X(8).                            00120000
001300     05  FILLER              PIC X.                               00130000
001400     05  TIMING-EVENT        PIC X.                               00140000
001500         88  TIMING-RUN-START VALUE 'S'.                          00150000
001600         88  TIMING-RUN-END  VALUE 'E'.                           00160000
001700         88  TIMING-REPORT-DONE VALUE 'R'.                        00170000
001800     05  FILLER              PIC X.                               00180000
001900     05  TIMING-JOB          PIC X(8).                            00190000
002000     05  FILLER              PIC X.                               00200000
002100* FOR A REPORT COMPLETION, THE REPORT ID AND THE RUN DATE         00210000
002200* EMBEDDED IN ITS DOCUMENTS; SPACES ON A RUN START OR END.        00220000
002300     05  TIMING-REPT-ID      PIC X(8).                            00230000
002400     05  FILLER              PIC X.                               00240000
002500     05  TIMING-RUN-DATE     PIC X(8).                            00250000
002600     05  FILLER              PIC X.                               00260000
002700* DOCUMENTS COMPLETED: FOR THE REPORT ID, OR FOR THE WHOLE RUN    00270000
002800* ON A RUN END.                                                   00280000
002900     05  TIMING-DOC-COUNT    PIC 9(9).                            00290000
003000     05  FILLER              PIC X(18).                           00300000
