      *    belongs to, so the request comes off the whiteboard and the
      *    cost lands somewhere: WORKORD enters and updates them and
      *    prints the handyman's open list, and GLPOST picks up the
      *    month's completed costs as maintenance expense.  When the
      *    contractor's bill is paid, BILLPAY stamps the order with the
      *    date and check number.
      *-----------------------------------------------------------------
       01 WORK-ORDER-RECORD.
          03 WO-ORDER-NO          PIC 9(6).
          03 WO-COMPLETED-DATE    PIC 9(8).
          03 WO-COST              PIC 9(5)V9(2).
          03 WO-OPERATOR-ID       PIC X(3).
      * --- ZERO UNTIL THE COST HAS BEEN PAID BY A BILL-PAY CHECK ------
          03 WO-PAID-DATE         PIC 9(8).
          03 WO-PAID-CHECK-NO     PIC 9(6).
