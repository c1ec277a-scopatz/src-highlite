001000* "ILMEA     "); A MODE LETTER NOT IN THE LIST REFUSES THE
001100* SIGN-ON FOR THAT MODE.  THE FILE IS MAINTAINED BY HAND --
001200* IT IS SHORT AND CHANGES RARELY.
001210* THE LETTER 'P', WHICH IS NOT A RUN MODE, AUTHORIZES BATCH
001220* MAINTENANCE OF THE CONTROL-PARAMETER FILE (SEE CALCPARM).
001221* THE LETTER 'Q' IS APPROVER AUTHORITY: IT ALLOWS THE APPROVAL
001222* RUN MODE, IN WHICH A SECOND OPERATOR APPROVES OR DECLINES THE
001223* DUAL-CONTROL ITEMS OTHER OPERATORS HAVE QUEUED (SEE COPYBOOK
001224* PENDREC).  NO ONE MAY APPROVE AN ITEM THEY REQUESTED.
001300*----------------------------------------------------------------
001400 01  OPERATOR-RECORD.
001500     05  OP-OPERATOR-ID              PIC X(08).
