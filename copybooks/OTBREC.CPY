      *****************************************************************
      * OTBREC.CPY - open-to-buy record layout, keyed on item group
      * (ITEMGRP.CPY) and month. The planned purchase budget is
      * loaded from the merchandise plan by OTB_LOAD; OTB_CALC
      * recalculates the rest every night -- what is committed on
      * ON_ORDER.DAT and what GOODS_RECEIPT has booked in for the
      * month, both at cost, and the open-to-buy left over.
      * PO_SUGGEST flags or holds back suggestions that would take
      * a group's current month past what is left, and OTB_CALC's
      * listing sets the four figures side by side.
      *****************************************************************
       01  OB-RECORD.
           05  OB-KEY.
               10  OB-GROUP-CODE        PIC X(2).
               10  OB-MONTH             PIC 9(6).
           05  OB-PLAN-AMOUNT           PIC 9(9)V99.
           05  OB-COMMITTED-AMOUNT      PIC 9(9)V99.
           05  OB-RECEIVED-AMOUNT       PIC 9(9)V99.
      * Plan less committed less received; below zero once the
      * group has overspent its month.
           05  OB-REMAINING-AMOUNT      PIC S9(9)V99
                                         SIGN IS LEADING SEPARATE.
      * When the plan was last loaded, and when OTB_CALC last
      * brought the other figures up to date.
           05  OB-LOAD-DATE             PIC 9(8).
           05  OB-CALC-DATE             PIC 9(8).
