000200* INPUT EXIT (ACIFIBDT) TO THE OUTPUT EXIT (ACIFOBDT), WHICH      00020000
000300* VERIFIES THEM AGAINST ITS OWN RESTORED COUNTS BY TYPE AND       00030000
000400* ENDS WITH A NONZERO RETURN CODE ON ANY MISMATCH.                00040000
000420* BAL-SUPP-COUNT IS THE NUMBER OF DOCUMENTS THE INPUT EXIT        00042000
000440* DIVERTED TO THE SUPPRESSED DATASET. THEY ARE DELETED FROM THE   00044000
000460* RUN, SO THEY ARE IN NONE OF THE PROTECTED COUNTS BY TYPE.       00046000
000500 01  BALANCE-RECORD.                                              00050000
000600     05  BAL-DOC-COUNT       PIC 9(9).                            00060000
000700     05  BAL-BDT-COUNT       PIC 9(9).                            00070000
001000     05  BAL-ENG-COUNT       PIC 9(9).                            00100000
001100     05  BAL-BRG-COUNT       PIC 9(9).                            00110000
001200     05  BAL-ERG-COUNT       PIC 9(9).                            00120000
001300     05  BAL-SUPP-COUNT      PIC 9(9).                            00130000
001400     05  FILLER              PIC X(8).                            00140000
