000100*----------------------------------------------------------------
000200* VARREC -- EXPECTED-RESULT VARIANCE RECORD LAYOUT.
000300* A CALCIN DETAIL MAY CARRY THE SENDER'S HAND-CALCULATED
000400* EXPECTED RESULT.  WHEN IT DISAGREES WITH THE RESULT THE
000500* BATCH RUN (OR THE SUSPENSE REPROCESSING RUN) WORKS OUT, ONE
000600* RECORD IS APPENDED HERE: THE DECK IDENTITY, THE ENTRY ID AND
000700* CALCULATION, BOTH FIGURES AND THE DIFFERENCE (CALCULATED
000800* LESS EXPECTED), AND WHAT WAS DONE WITH THE DETAIL - 'S' HELD
000900* IN SUSPENSE (REASON VARN) OR 'P' POSTED WITH THE HISTORY
001000* RECORD FLAGGED - PER THE DEPARTMENT'S SETTING ON THE DECK
001100* SCHEDULE (SEE SCHEDREC).  VR-DATE/VR-TIME ARE THE STAMP OF
001200* THE POSTING OR THE SUSPENSE RECORD.  THE CALCVARN PROGRAM
001300* REPORTS THE FILE BY DEPARTMENT AND DECK.
001400*----------------------------------------------------------------
001500 01  VARIANCE-RECORD.
001600     05  VR-DECK-DATE                PIC X(08).
001700     05  VR-DEPARTMENT               PIC X(20).
001800     05  VR-ENTRY-ID                 PIC X(06).
001900     05  VR-NUM1                     PIC 999.
002000     05  VR-OPERATOR                 PIC X(01).
002100     05  VR-NUM2                     PIC 999.
002200     05  VR-CALC-RESULT              PIC S9(06)V9(02)
002300                                     SIGN LEADING SEPARATE.
002400     05  VR-EXPECTED-RESULT          PIC S9(06)V9(02)
002500                                     SIGN LEADING SEPARATE.
002600     05  VR-DIFFERENCE               PIC S9(07)V9(02)
002700                                     SIGN LEADING SEPARATE.
002800     05  VR-DISPOSITION              PIC X(01).
002900         88  VR-HELD-IN-SUSPENSE                VALUE "S".
003000         88  VR-POSTED-FLAGGED                  VALUE "P".
003100     05  VR-DATE                     PIC X(08).
003200     05  VR-TIME                     PIC X(08).
003300     05  VR-RUN-MODE                 PIC X(01).
003400     05  FILLER                      PIC X(13).
