           05  SD-TRAN-TYPE             PIC X.
               88  SD-IS-SALE           VALUE 'S'.
               88  SD-IS-RETURN         VALUE 'R'.
      * The sale of a gift voucher: SD-VOUCHER-NO is the voucher
      * issued and SD-TILL-PRICE its face value. Not stock, so no
      * item code; SALES_PROC registers it instead of posting it.
               88  SD-IS-VOUCHER-ISSUE  VALUE 'G'.
      * The POS receipt this line came from and its line number on
      * that receipt, so a posted sale can be traced back to the
      * till transaction. Spaces/zero on feeds that predate the
      * prices (or a mispricing scam). Zero on feeds that predate
      * the field.
           05  SD-TILL-PRICE            PIC 9(7)V99.
      * How the line was paid for: 'A' charged to the trade account
      * in SD-CUST-NO (an on-account sale, or on a return a credit
      * back to the account); spaces for everything the till took
      * cash, card or voucher for, and on feeds that predate the
      * field. 'P' paid by redeeming the loyalty points of the
      * customer in SD-CUST-NO (on a return, refunded to points).
      * 'V' paid with the gift voucher in SD-VOUCHER-NO (on a
      * return, refunded onto it).
           05  SD-TENDER-TYPE           PIC X.
               88  SD-ON-ACCOUNT        VALUE 'A'.
               88  SD-ON-POINTS         VALUE 'P'.
               88  SD-ON-VOUCHER        VALUE 'V'.
      * The gift voucher issued on a 'G' line or tendered on a 'V'
      * line; spaces otherwise and on feeds that predate the field.
           05  SD-VOUCHER-NO            PIC X(12).
      * The cashier signed on to the till (an EMP-ID-I on the staff
      * roster, INPUT_SELECT.DAT) and the till's terminal number.
      * Spaces on a line take the feed header's, and on feeds that
      * predate the fields.
           05  SD-OPERATOR-ID           PIC X(5).
           05  SD-TERMINAL-NO           PIC X(3).
      * The time of day the till rang the line, HHMM on the 24-hour
      * clock. Spaces on feeds that predate the field; the hourly
      * analysis (HOURLY_RPT) shows those under unknown time.
           05  SD-TRAN-TIME             PIC X(4).
