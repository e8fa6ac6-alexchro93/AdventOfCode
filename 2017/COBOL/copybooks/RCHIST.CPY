*> Run-control change history - one record per card added, changed
*> or deleted through RUNCTLM, carrying the card image before and
*> after the change, the operator signed on, the reason keyed at
*> sign-on and the card-file version the save created. Appended on
*> every save, never rewritten, so it is the standing answer to who
*> changed a card and when.
*>   A - card added, before image spaces
*>   C - card changed
*>   D - card deleted, after image spaces
01 RUNCTL-HIST-REC.
    05 RCH-CHANGE-DATE   PIC X(10).
    05 RCH-CHANGE-TIME   PIC X(8).
    05 RCH-OPERATOR      PIC X(8).
    05 RCH-VERSION       PIC 9(6).
    05 RCH-ACTION        PIC X(1).
        88 RCH-ADDED     VALUE 'A'.
        88 RCH-CHANGED   VALUE 'C'.
        88 RCH-DELETED   VALUE 'D'.
    05 RCH-REASON        PIC X(40).
    05 RCH-BEFORE-IMAGE  PIC X(80).
    05 RCH-AFTER-IMAGE   PIC X(80).
