      * until this file existed; now the groups are named, mapped
      * to a department, and new item codes are validated against
      * them by CREATE_MASTER and ITEM_MAINT. The shrinkage, ABC,
      * and summary reporting subtotal by these groups. A group
      * also sets what its items earn in the loyalty scheme: the
      * scheme's standard rate (LOYALTY.PARM), a rate of its own,
      * or no points at all.
      *****************************************************************
       01  GR-RECORD.
           05  GR-GROUP-CODE            PIC X(2).
           05  GR-GROUP-NAME            PIC X(25).
           05  GR-DEPARTMENT            PIC X(4).
           05  GR-POINTS-CODE           PIC X.
               88  GR-POINTS-STANDARD   VALUE SPACE.
               88  GR-POINTS-OWN-RATE   VALUE 'R'.
               88  GR-POINTS-NONE       VALUE 'N'.
      * Points per 1.00 of tax-exclusive sales value, used when
      * GR-POINTS-CODE is 'R'.
           05  GR-POINTS-RATE           PIC 9(2)V99.
