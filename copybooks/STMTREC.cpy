000100*----------------------------------------------------------------
000200* STMTREC -- STUDENT CALCULATION STATEMENT FILE RECORD LAYOUTS.
000300* THE CALCSTMT PROGRAM PRINTS ONE STATEMENT PER ENTRY ID AND CAN
000400* WRITE THE SAME CONTENT TO A FIXED-LAYOUT FILE FOR THE
000500* REGISTRAR'S MAILING SYSTEM.  EACH STATEMENT IS A HEADER ('H'
000600* IN COLUMN 1) WITH THE STUDENT NAME AND STATUS FROM ENTMAST
000700* AND THE SELECTION IT WAS PRODUCED FOR, ONE DETAIL ('D') PER
000800* CALCULATION IN STATEMENT ORDER - EACH 'R'/'C' ADJUSTMENT
000900* FOLLOWS THE ORIGINAL IT CORRECTS - AND ONE OPERATION TOTAL
001000* ('T') PER OPERATION CODE WITH ITS COUNT AND NET RESULT.  THE
001100* FILE ENDS WITH ONE CONTROL RECORD ('Z') CARRYING THE NUMBER
001200* OF STATEMENTS AND DETAILS WRITTEN, SO THE MAILING SYSTEM CAN
001300* PROVE IT RECEIVED THE WHOLE RUN.  SMH-STATUS IS 'A' ACTIVE,
001400* 'I' INACTIVE OR SPACES FOR AN ID NO LONGER ON THE MASTER.
001500*----------------------------------------------------------------
001600 01  STATEMENT-HEADER-RECORD.
001700     05  SMH-RECORD-TYPE             PIC X(01).
001800     05  SMH-ENTRY-ID                PIC X(06).
001900     05  SMH-STUDENT-NAME            PIC X(30).
002000     05  SMH-STATUS                  PIC X(01).
002100     05  SMH-FROM-DATE               PIC X(08).
002200     05  SMH-TO-DATE                 PIC X(08).
002300     05  SMH-DEPARTMENT              PIC X(20).
002400     05  SMH-RUN-DATE                PIC X(08).
002500     05  FILLER                      PIC X(18).
002600
002700 01  STATEMENT-DETAIL-RECORD.
002800     05  SMD-RECORD-TYPE             PIC X(01).
002900     05  SMD-ENTRY-ID                PIC X(06).
003000     05  SMD-DATE                    PIC X(08).
003100     05  SMD-TIME                    PIC X(08).
003200     05  SMD-SEQ                     PIC 9(02).
003300     05  SMD-NUM1                    PIC 9(03).
003400     05  SMD-OPERATOR                PIC X(01).
003500     05  SMD-NUM2                    PIC 9(03).
003600     05  SMD-RESULT                  PIC S9(06)V9(02)
003700                                     SIGN LEADING SEPARATE.
003800     05  SMD-DEPARTMENT              PIC X(20).
003900     05  SMD-ADJ-IND                 PIC X(01).
004000     05  SMD-ORIG-DATE               PIC X(08).
004100     05  SMD-ORIG-TIME               PIC X(08).
004200     05  SMD-ORIG-SEQ                PIC X(02).
004300     05  SMD-VARIANCE-IND            PIC X(01).
004400     05  FILLER                      PIC X(19).
004500
004600 01  STATEMENT-TOTAL-RECORD.
004700     05  SMT-RECORD-TYPE             PIC X(01).
004800     05  SMT-ENTRY-ID                PIC X(06).
004900     05  SMT-OPERATOR                PIC X(01).
005000     05  SMT-COUNT                   PIC 9(05).
005100     05  SMT-NET-RESULT              PIC S9(09)V9(02)
005200                                     SIGN LEADING SEPARATE.
005300     05  FILLER                      PIC X(75).
005400
005500 01  STATEMENT-CONTROL-RECORD.
005600     05  SMZ-RECORD-TYPE             PIC X(01).
005700     05  SMZ-STATEMENT-COUNT         PIC 9(06).
005800     05  SMZ-DETAIL-COUNT            PIC 9(07).
005900     05  SMZ-RUN-DATE                PIC X(08).
006000     05  FILLER                      PIC X(78).
