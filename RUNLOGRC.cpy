000500* END TIME, RECORD COUNTS, AND FINAL STATUS - COMPLETE,       *
000600* IN-BALANCE, OUT-OF-BAL, STOPPED, OR FAILED.  READ BACK BY   *
000700* THE MORNRPT MORNING OPERATOR REPORT.                        *
000710* THE WEEKLY INTGCHK INTEGRITY SWEEP WRITES ONE AS WELL, WITH *
000720* GLPOST RECORDS READ, EXCEPTIONS FOUND IN THE WRITE COUNT,   *
000730* AND STATUS CLEAN, EXCEPTIONS, OR FAILED.                    *
000800*-------------------------------------------------------------*
000900 01  WS-RUN-LOG-LINE.
001000     05  WS-RLG-DATE             PIC 9(08).
