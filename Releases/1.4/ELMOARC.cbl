000260*    09/02/2026  DF   CLOSE-OUT RECORD APPENDED TO THE SHARED RUN
000270*                     LEDGER (RUNLEDG, COPYBOOK LEDGREC) FOR THE
000280*                     DAILY CONTROL REPORT.
000281*    10/15/2026  DF   AUDIT-DATE-1, AUDIT-DATE-2 AND
000282*                     AUDIT-DAY-BASIS CARRIED THROUGH IN STEP
000283*                     WITH AUDITREC.
000284*    10/15/2026  DF   AUDIT-VALUE-DATE AND AUDIT-RUN-DATE CARRIED
000285*                     THROUGH IN STEP WITH AUDITREC.
000286*    10/15/2026  DF   AUDIT-HOLD-FLAG CARRIED THROUGH IN STEP WITH
000287*                     AUDITREC.
000288*    10/15/2026  DF   AUDIT-RATE-CODE, AUDIT-FORMULA AND THE
000289*                     CORRECTION LINK CARRIED THROUGH IN STEP
000290*                     WITH AUDITREC.
000291*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000292*                     AUDITREC.
000293*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.   ELMOARC.
000320 AUTHOR.       D. FERRANTE.
000720                         ==AUDIT-SOURCE-ID== BY
000730                         ==ALOG-SOURCE-ID==
000740                         ==AUDIT-OPER-ID==   BY
000741                         ==ALOG-OPER-ID==
000742                         ==AUDIT-DATE-1==    BY ==ALOG-DATE-1==
000743                         ==AUDIT-DATE-2==    BY ==ALOG-DATE-2==
000744                         ==AUDIT-DAY-BASIS== BY
000745                         ==ALOG-DAY-BASIS==
000746                         ==AUDIT-VALUE-DATE== BY
000747                         ==ALOG-VALUE-DATE==
000748                         ==AUDIT-RUN-DATE==   BY
000749                         ==ALOG-RUN-DATE==
000750                         ==AUDIT-HOLD-FLAG==  BY
000751                         ==ALOG-HOLD-FLAG==
000752                         ==AUDIT-RATE-CODE==  BY
000753                         ==ALOG-RATE-CODE==
000754                         ==AUDIT-FORMULA==    BY
000755                         ==ALOG-FORMULA==
000756                         ==AUDIT-LINK-TIMESTAMP== BY
000757                         ==ALOG-LINK-TIMESTAMP==
000758                         ==AUDIT-LINK-TERM-ID==   BY
000759                         ==ALOG-LINK-TERM-ID==
000760                         ==AUDIT-ORIGIN==     BY ==ALOG-ORIGIN==.
000761*----------------------------------------------------------------
000770*    DATED ARCHIVE GENERATION.
000780*----------------------------------------------------------------
000790 FD  ARCHOUT-FILE
000890                         ==AUDIT-SOURCE-ID== BY
000900                         ==ARCH-SOURCE-ID==
000910                         ==AUDIT-OPER-ID==   BY
000911                         ==ARCH-OPER-ID==
000912                         ==AUDIT-DATE-1==    BY ==ARCH-DATE-1==
000913                         ==AUDIT-DATE-2==    BY ==ARCH-DATE-2==
000914                         ==AUDIT-DAY-BASIS== BY
000915                         ==ARCH-DAY-BASIS==
000916                         ==AUDIT-VALUE-DATE== BY
000917                         ==ARCH-VALUE-DATE==
000918                         ==AUDIT-RUN-DATE==   BY
000919                         ==ARCH-RUN-DATE==
000920                         ==AUDIT-HOLD-FLAG==  BY
000921                         ==ARCH-HOLD-FLAG==
000922                         ==AUDIT-RATE-CODE==  BY
000923                         ==ARCH-RATE-CODE==
000924                         ==AUDIT-FORMULA==    BY
000925                         ==ARCH-FORMULA==
000926                         ==AUDIT-LINK-TIMESTAMP== BY
000927                         ==ARCH-LINK-TIMESTAMP==
000928                         ==AUDIT-LINK-TERM-ID==   BY
000929                         ==ARCH-LINK-TERM-ID==
000930                         ==AUDIT-ORIGIN==     BY ==ARCH-ORIGIN==.
000931*----------------------------------------------------------------
000940*    CUT-OFF REPORT.
000950*----------------------------------------------------------------
000960 FD  ARCRPT-FILE
