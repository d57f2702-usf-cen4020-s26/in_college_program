      *>*****************************************************************
      *> FILE:    WS-SOFTDEL.cpy
      *> PURPOSE: Working-storage for deactivation with a grace period
      *>          (SOFTDEL_SRC.cpy). A deactivated account keeps every
      *>          row; WS-ACCT-DEACT-DATE marks it hidden until the
      *>          owner logs back in or the housekeeping purge removes
      *>          it WS-SDEL-GRACE-DAYS later.
      *>
      *> VARIABLES:
      *>   WS-SDEL-CHECK-USER   - 7960 input: username to test
      *>   WS-SDEL-FOUND        - 7960 output: 1 = pending deletion
      *>   WS-SDEL-ACCT-IDX     - 7962 input: account row
      *>   WS-SDEL-PURGE-DATE   - 7962 output: first day it may be
      *>                          purged (deactivated + grace)
      *>   WS-SDEL-TODAY        - Today, YYYYMMDD
      *>   WS-SDEL-SAVE-AIX     - Caller's WS-AIX-FOUND, kept by 7960
      *>   WS-SDEL-PURGED / WS-SDEL-HELD / WS-SDEL-COUNT-BEFORE
      *>                        - 7961 run totals
      *>   WS-SDEL-GRACE-DAYS   - Grace period in days
      *>                          (WS-CONST-DEACT-GRACE-DAYS, or
      *>                          INCOLLEGE_DEACT_GRACE_DAYS when set)
      *>   WS-SDEL-GRACE-TEXT   - 7964 scratch: the override as given
      *>   WS-SDEL-GRACE-DISP   - Grace period, edited for messages
      *>
      *> USED BY: SOFTDEL_SRC.cpy, main.cob (7900, login),
      *>          LOADMGR_SRC.cpy (6010),
      *>          BLOCKUSER.cpy (7651), SEARCH.cpy (7510),
      *>          NETWORK.cpy (7710), HOUSEKEEP_SRC.cpy
      *>*****************************************************************
      01  WS-SDEL-CHECK-USER          PIC X(20) VALUE SPACES.
      01  WS-SDEL-FOUND               PIC 9 VALUE 0.
      01  WS-SDEL-ACCT-IDX            PIC 9(4) VALUE 0.
      01  WS-SDEL-PURGE-DATE          PIC 9(8) VALUE 0.
      01  WS-SDEL-TODAY               PIC 9(8) VALUE 0.
      01  WS-SDEL-SAVE-AIX            PIC 9(4) VALUE 0.
      01  WS-SDEL-PURGED              PIC 9(4) VALUE 0.
      01  WS-SDEL-HELD                PIC 9(4) VALUE 0.
      01  WS-SDEL-COUNT-BEFORE        PIC 9(4) VALUE 0.
      01  WS-SDEL-GRACE-DAYS          PIC 999 VALUE 0.
      01  WS-SDEL-GRACE-TEXT          PIC X(10) VALUE SPACES.
      01  WS-SDEL-GRACE-DISP          PIC ZZ9 VALUE SPACES.
