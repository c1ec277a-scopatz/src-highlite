000700* BEING RE-KEYED FROM THE SOURCE DECK BY HAND.  DETAILS THE
000710* GRADEBOOK SYSTEM REJECTED OR DROPPED FROM AN INTERFACE
000720* EXTRACT ARE SUSPENDED HERE TOO (REASONS ACKR/ACKM) BY THE
000730* ACKNOWLEDGMENT RECONCILIATION RUN.  A DETAIL WHOSE SENDER'S
000740* EXPECTED RESULT IS NOT NUMERIC IS HELD AS EXPR, AND ONE
000750* WHOSE EXPECTED RESULT DISAGREES WITH THE CALCULATED RESULT
000760* AS VARN WHEN ITS DEPARTMENT HOLDS VARIANCES (SEE SCHEDREC).
000770* A DETAIL ALREADY POSTED TO THE HISTORY FILE FOR THE SAME ID,
000780* NUMBERS AND OPERATION INSIDE THE LOOK-BACK WINDOW IS HELD AS
000790* DUPL UNTIL AN OPERATOR RELEASES IT AS A GENUINE REPEAT.
000791* A STUDENT-MASTER CHANGE KEYED WHILE AN EARLIER CHANGE TO THE
000792* SAME ID STILL AWAITS A SECOND OPERATOR'S APPROVAL IS HELD AS
000793* PEND (SEE COPYBOOK PENDREC).
000800*   STATUS 'H' = HELD (AWAITING CORRECTION/RELEASE)
000900*   STATUS 'R' = RELEASED (ELIGIBLE FOR THE REPROCESSING RUN)
000901*   STATUS 'P' = CORRECTED, AWAITING A SECOND OPERATOR'S APPROVAL
000902*                (SEE COPYBOOK PENDREC); RE-HELD IF DECLINED
001000*----------------------------------------------------------------
001100 01  SUSPENSE-RECORD.
001200     05  SP-STATUS                   PIC X(01).
001300         88  SP-HELD                            VALUE "H".
001400         88  SP-RELEASED                        VALUE "R".
001401         88  SP-PENDING-APPROVAL                VALUE "P".
001500     05  SP-REASON-CODE              PIC X(04).
001600         88  SP-REASON-NUM1                     VALUE "NUM1".
001700         88  SP-REASON-NUM2                     VALUE "NUM2".
002170         88  SP-REASON-ACTN                     VALUE "ACTN".
002180         88  SP-REASON-IDUP                     VALUE "IDUP".
002190         88  SP-REASON-NAME                     VALUE "NAME".
002191         88  SP-REASON-EXPR                     VALUE "EXPR".
002192         88  SP-REASON-VARN                     VALUE "VARN".
002193         88  SP-REASON-DUPL                     VALUE "DUPL".
002194         88  SP-REASON-PEND                     VALUE "PEND".
002200     05  SP-DATE                     PIC X(08).
002300     05  SP-TIME                     PIC X(08).
002400     05  SP-ORIGINAL-RECORD          PIC X(80).
002500* THE SIGNED-ON OPERATOR WHO SUSPENDED OR LAST ACTED ON THE
002600* RECORD (SEE COPYBOOK OPERREC); SPACES FOR UNATTENDED RUNS.
002610* '*SYSTEM*' MARKS A RECORD RELEASED BY THE UNATTENDED CALCREL
002620* STEP BECAUSE ITS ENTRY ID IS NOW ACTIVE ON THE MASTER (A
002630* VALUE NEVER ISSUED AS AN OPERATOR ID).
002700     05  SP-OPERATOR-ID              PIC X(08).
002800         88  SP-SYSTEM-RELEASE                  VALUE "*SYSTEM*".
