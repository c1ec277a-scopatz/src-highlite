000100*----------------------------------------------------------------
000200* CTLPARM -- CONTROL-PARAMETER FILE RECORD LAYOUT.
000300* ONE RECORD PER OPERATING LIMIT, KEYED BY THE PROGRAM THAT USES
000400* IT (ITS LOAD-MODULE NAME, AS ON THE EXEC STATEMENT) AND THE
000500* SETTING'S NAME.  EACH BATCH PROGRAM READS ITS OWN SETTINGS AT
000600* START-UP INSTEAD OF CARRYING THE LIMIT COMPILED IN, SO A LIMIT
000700* IS CHANGED BY MAINTAINING THIS FILE THROUGH CALCPARM, NOT BY A
000800* PROGRAM CHANGE.  A SETTING NOT ON FILE, OR OUTSIDE WHAT THE
000900* PROGRAM CAN HOLD, RUNS AT THE PROGRAM'S COMPILED DEFAULT AND
001000* THE REPORT SAYS SO.  CP-LOW-LIMIT AND CP-HIGH-LIMIT ARE THE
001100* RANGE CALCPARM WILL ACCEPT A NEW VALUE IN; THEY ARE SET WHEN
001200* THE SETTING IS ADDED.  EVERY ADD, CHANGE AND DELETE IS LOGGED
001300* WITH ITS BEFORE AND AFTER VALUES (SEE COPYBOOK PCHGREC).
001400*----------------------------------------------------------------
001500 01  CONTROL-PARM-RECORD.
001600     05  CP-PARM-KEY.
001700         10  CP-PROGRAM-ID           PIC X(08).
001800         10  CP-PARM-NAME            PIC X(16).
001900     05  CP-PARM-VALUE               PIC 9(09).
002000     05  CP-LOW-LIMIT                PIC 9(09).
002100     05  CP-HIGH-LIMIT               PIC 9(09).
002200     05  CP-DESCRIPTION              PIC X(27).
002300* WHEN AND BY WHOM THE SETTING WAS LAST ADDED OR CHANGED (SEE
002400* COPYBOOK OPERREC); THE FULL TRAIL IS ON THE CHANGE LOG.
002500     05  CP-LAST-CHANGED-DATE        PIC X(08).
002600     05  CP-LAST-OPERATOR            PIC X(08).
002700     05  FILLER                      PIC X(06).
