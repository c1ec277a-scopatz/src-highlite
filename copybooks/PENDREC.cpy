000100*----------------------------------------------------------------
000200* PENDREC -- PENDING-APPROVAL (DUAL CONTROL) RECORD LAYOUT.
000300* A POST-COMMIT ADJUSTMENT (MODE 'A'), AN ENTRY-MASTER
000400* DEACTIVATION OR NAME CHANGE (MODE 'E' OR THE CALCEMNT DECK)
000500* AND A SUSPENSE CORRECT-AND-RELEASE (MODE 'M') ARE NOT POSTED
000600* WHEN THEY ARE KEYED.  EACH IS WRITTEN HERE AS ONE PENDING
000700* ITEM CARRYING THE REQUESTING OPERATOR, THE REASON AND THE
000800* BEFORE AND AFTER IMAGES, AND POSTS ONLY WHEN A SECOND
000900* OPERATOR WITH APPROVER AUTHORITY APPROVES IT IN THE APPROVAL
001000* RUN MODE ('Q').  THE APPROVER MAY NOT BE THE REQUESTER.
001100*   PD-ITEM-TYPE  BEFORE IMAGE            AFTER IMAGE
001200*   'A' ADJUST    HISTORY RECORD (80)     CORRECTED CALCULATION
001300*                                         (PD-ADJ-AFTER BELOW)
001400*   'D' DEACT     ENTRY-MASTER RECORD     MASTER AS IT WILL BE
001500*   'N' NAME      ENTRY-MASTER RECORD     MASTER AS IT WILL BE
001600*   'C' SUSPENSE  HELD SUSPENSE RECORD    CORRECTED, RELEASED
001700*                 (109)                   SUSPENSE RECORD (109)
001800*   STATUS 'P' = PENDING, 'A' = APPROVED (POSTED), 'D' = DECLINED
001900* AN ITEM APPROVED BUT FOUND UNPOSTABLE (THE ORIGINAL OR MASTER
002000* CHANGED SINCE THE REQUEST) IS MARKED DECLINED WITH THE CAUSE
002100* IN PD-DECISION-NOTE.  THE DECIDED ITEMS STAY ON FILE FOR THE
002200* DAILY PENDING-ITEM REPORT (SEE PROGRAM CALCPEND).
002300*----------------------------------------------------------------
002400 01  PENDING-RECORD.
002500     05  PD-ITEM-TYPE                PIC X(01).
002600         88  PD-TYPE-ADJUSTMENT                 VALUE "A".
002700         88  PD-TYPE-DEACTIVATE                 VALUE "D".
002800         88  PD-TYPE-NAME-CHANGE                VALUE "N".
002900         88  PD-TYPE-SUSPENSE                   VALUE "C".
003000         88  PD-TYPE-MASTER                     VALUE "D" "N".
003100     05  PD-STATUS                   PIC X(01).
003200         88  PD-PENDING                         VALUE "P".
003300         88  PD-APPROVED                        VALUE "A".
003400         88  PD-DECLINED                        VALUE "D".
003500     05  PD-ENTRY-ID                 PIC X(06).
003600     05  PD-REQ-DATE                 PIC X(08).
003700     05  PD-REQ-TIME                 PIC X(08).
003800     05  PD-REQ-OPERATOR-ID          PIC X(08).
003900     05  PD-REASON                   PIC X(40).
004000     05  PD-APPROVER-ID              PIC X(08).
004100     05  PD-DECISION-DATE            PIC X(08).
004200     05  PD-DECISION-TIME            PIC X(08).
004300     05  PD-DECISION-NOTE            PIC X(40).
004400     05  PD-BEFORE-IMAGE             PIC X(109).
004500     05  PD-AFTER-IMAGE              PIC X(109).
004600     05  PD-ADJ-AFTER REDEFINES PD-AFTER-IMAGE.
004700         10  PD-ADJ-NUM1             PIC 999.
004800         10  PD-ADJ-NUM2             PIC 999.
004900         10  PD-ADJ-OPERATOR         PIC X(01).
005000         10  PD-ADJ-RESULT           PIC S9(06)V9(02)
005100                                     SIGN LEADING SEPARATE.
005200         10  FILLER                  PIC X(93).
005300     05  FILLER                      PIC X(06).
