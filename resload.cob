000550*----------------------------------------------------------------
000560 FD  BATCH-AUDIT-FILE
000570     RECORDING MODE IS F.
000580 01  BATCH-AUDIT-RECORD          PIC X(77).
000590*----------------------------------------------------------------
000600* OUTPUT - KEYED RESULTS FOR THE ORDQ TRANSACTION
000610*----------------------------------------------------------------
