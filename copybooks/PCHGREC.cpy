000100*----------------------------------------------------------------
000200* PCHGREC -- CONTROL-PARAMETER CHANGE LOG RECORD LAYOUT.
000300* ONE RECORD IS APPENDED FOR EVERY CHANGE APPLIED TO THE
000400* CONTROL-PARAMETER FILE (SEE COPYBOOK CTLPARM): THE DATE AND
000500* TIME OF THE CHANGE, THE ACTION ('A' ADD, 'C' CHANGE, 'D'
000600* DELETE), THE SETTING TOUCHED, ITS VALUE BEFORE AND AFTER (THE
000700* BEFORE VALUE IS ZERO ON AN ADD, THE AFTER VALUE ZERO ON A
000800* DELETE) AND THE OPERATOR WHO MADE IT.  WORKED BACKWARD FROM
000900* THE FILE AS IT STANDS, THE LOG GIVES THE VALUE OF EVERY
001000* SETTING IN FORCE ON ANY PAST DATE (CALCPARM LISTING RUN).
001100*----------------------------------------------------------------
001200 01  PARM-CHANGE-RECORD.
001300     05  PC-DATE                     PIC X(08).
001400     05  PC-TIME                     PIC X(08).
001500     05  PC-ACTION                   PIC X(01).
001600         88  PC-ACTION-ADD                      VALUE "A".
001700         88  PC-ACTION-CHANGE                   VALUE "C".
001800         88  PC-ACTION-DELETE                   VALUE "D".
001900     05  PC-PROGRAM-ID               PIC X(08).
002000     05  PC-PARM-NAME                PIC X(16).
002100     05  PC-BEFORE-VALUE             PIC 9(09).
002200     05  PC-AFTER-VALUE              PIC 9(09).
002300* THE OPERATOR WHO MADE THE CHANGE (SEE COPYBOOK OPERREC).
002400     05  PC-OPERATOR-ID              PIC X(08).
002500     05  FILLER                      PIC X(13).
