002000     05  MC-BEFORE-IMAGE             PIC X(80).
002100     05  MC-AFTER-IMAGE              PIC X(80).
002150* THE OPERATOR WHO MADE THE CHANGE (SEE COPYBOOK OPERREC).
002151* A DEACTIVATION OR NAME CHANGE POSTED UNDER DUAL CONTROL (SEE
002152* COPYBOOK PENDREC) CARRIES THE REQUESTING OPERATOR HERE AND
002153* THE APPROVING OPERATOR IN MC-APPROVER-ID; SPACES OTHERWISE.
002160     05  MC-OPERATOR-ID              PIC X(08).
002161     05  MC-APPROVER-ID              PIC X(08).
002162     05  FILLER                      PIC X(01).
