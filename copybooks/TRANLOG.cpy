000574* TL-ORIG-REF CARRIES THE FULL HISTORY KEY (ID, DATE, TIME,
000576* SEQUENCE) OF THE CALCULATION BEING ADJUSTED.  THE RECORD
000578* WAS WIDENED TO 100 BYTES FOR THESE FIELDS.
000579* TL-ENTRY-ID AND TL-SEQ CARRY THE HISTORY KEY THE POSTING WAS
000580* WRITTEN UNDER (WITH TL-DATE/TL-TIME THEY ARE HR-HISTORY-KEY),
000581* AND TL-VARIANCE-IND THE HISTORY RECORD'S VARIANCE FLAG, SO
000582* HISTFILE CAN BE REBUILT FROM THE LOG AND ITS ARCHIVES (SEE
000583* PROGRAM CALCRBLD).  RECORDS LOGGED BEFORE THESE FIELDS WERE
000584* ADDED HAVE SPACES THERE.
000585* AN ADJUSTMENT POSTED UNDER DUAL CONTROL CARRIES THE REQUESTING
000586* OPERATOR IN TL-OPERATOR-ID AND THE APPROVING OPERATOR IN
000587* TL-APPROVER-ID (SEE COPYBOOK PENDREC); EVERY OTHER POSTING
000588* LEAVES TL-APPROVER-ID AT SPACES.  THE RECORD WAS WIDENED TO
000589* 108 BYTES FOR IT.
000600*----------------------------------------------------------------
000700 01  TRANSACTION-LOG-RECORD.
000800     05  TL-DATE                     PIC X(08).
001281         88  TL-ADJ-REVERSAL                    VALUE "R".
001282         88  TL-ADJ-CORRECTION                  VALUE "C".
001290     05  TL-ORIG-REF                 PIC X(24).
001291     05  TL-ENTRY-ID                 PIC X(06).
001292     05  TL-SEQ                      PIC 9(02).
001293     05  TL-VARIANCE-IND             PIC X(01).
001294     05  TL-APPROVER-ID              PIC X(08).
001295     05  FILLER                      PIC X(06).
