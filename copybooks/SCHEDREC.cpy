000700* OF BEING INVISIBLE.  SD-DAY-FLAG IS 'Y' OR 'N', SLOT 1 =
000800* MONDAY THROUGH SLOT 7 = SUNDAY.  THE FILE IS MAINTAINED BY
000900* HAND - IT IS SHORT AND CHANGES RARELY.
000910* SD-VARIANCE-ACTION IS THE DEPARTMENT'S STANDING INSTRUCTION
000920* FOR A DETAIL WHOSE EXPECTED RESULT DISAGREES WITH THE ONE
000930* THE BATCH RUN WORKS OUT: 'P' POSTS IT AND FLAGS THE HISTORY
000940* RECORD, 'S' (OR SPACE, OR A DEPARTMENT NOT ON THE FILE)
000950* HOLDS IT IN SUSPENSE UNDER REASON VARN.  EITHER WAY THE
000960* MISMATCH IS WRITTEN TO THE VARIANCE FILE (SEE VARREC).
001000*----------------------------------------------------------------
001100 01  SCHEDULE-RECORD.
001200     05  SD-DEPARTMENT               PIC X(20).
001300     05  SD-DAY-FLAG                 OCCURS 7 TIMES PIC X(01).
001310     05  SD-VARIANCE-ACTION          PIC X(01).
001320         88  SD-VARIANCE-POSTS                  VALUE "P".
001330         88  SD-VARIANCE-SUSPENDS               VALUE "S" " ".
001400     05  FILLER                      PIC X(52).
