000840* ('R' REVERSAL, 'C' CORRECTED REPOST, SPACES OTHERWISE), AND
000850* HR-ORIG-DATE/TIME/SEQ POINT BACK AT THE ORIGINAL RECORD
000860* UNDER THE SAME ENTRY ID, SO BOTH SIDES OF AN ADJUSTMENT
000870* STAY LINKED IN THE AUDIT TRAIL.  HR-VARIANCE-IND IS 'V' ON
000880* A CALCULATION POSTED EVEN THOUGH IT DISAGREED WITH THE
000890* SENDER'S EXPECTED RESULT (THE DEPARTMENT POSTS AND FLAGS
000895* VARIANCES - SEE SCHEDREC AND VARREC).
000900*----------------------------------------------------------------
001000 01  HISTORY-RECORD.
001100     05  HR-HISTORY-KEY.
001970     05  HR-ORIG-DATE                PIC X(08).
001980     05  HR-ORIG-TIME                PIC X(08).
001990     05  HR-ORIG-SEQ                 PIC X(02).
001995     05  HR-VARIANCE-IND             PIC X(01).
001996         88  HR-VARIANCE-FLAGGED                VALUE "V".
002000     05  FILLER                      PIC X(01).
