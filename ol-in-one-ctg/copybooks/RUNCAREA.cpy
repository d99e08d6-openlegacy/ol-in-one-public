      ******************************************************************
      *    COPYBOOK  : RUNCAREA                                        *
      *    PURPOSE    : Parameter field layout for the RUNCTL run      *
      *                 register service - COPYed under the 01 level   *
      *                 by RUNCTL itself and by every scheduled        *
      *                 program that CALLs it, so the two sides        *
      *                 cannot drift out of sync. RC-FUNC-START takes  *
      *                 the business date from the BUSCTL control      *
      *                 record and hands it back in RC-BUS-DATE - the  *
      *                 date the program runs under - then checks its  *
      *                 predecessors for that date and registers it    *
      *                 started ('00') or refused ('04',               *
      *                 reason in RC-REASON - the program must not     *
      *                 run). RC-FUNC-END registers the end with the   *
      *                 program's return code (4 or under is           *
      *                 completed, anything higher failed) and its     *
      *                 records read and written. A register that      *
      *                 cannot be updated, or no business date set,    *
      *                 comes back '08'. RC-FUNC-END registers under   *
      *                 the RC-BUS-DATE the start handed back.         *
      ******************************************************************
           03 RC-FUNCTION           PIC X(01).
              88  RC-FUNC-START            VALUE 'S'.
              88  RC-FUNC-END              VALUE 'E'.
           03 RC-JOB-NAME           PIC X(08).
           03 RC-BUS-DATE           PIC X(08).
           03 RC-RETURN-CODE        PIC X(02).
              88  RC-CLEARED               VALUE '00'.
              88  RC-REFUSED               VALUE '04'.
              88  RC-REGISTER-FAILED       VALUE '08'.
           03 RC-RUN-RC             PIC 9(04).
           03 RC-READ-COUNT         PIC 9(09) COMP-3.
           03 RC-WRITTEN-COUNT      PIC 9(09) COMP-3.
           03 RC-REASON             PIC X(40).
