      *-----------------------------------------------------------------
      *    DLVRQUE.cpy -- FURNITURE DELIVERY booking record.  One row
      *    per CMSPLN sale the shop's own truck takes to the customer,
      *    keyed by the receipt number: where it goes (off CUSTMAST
      *    when the buyer has a customer number), the day it is
      *    booked for, the delivery fee and the tax on it, and the
      *    pieces going out by SKU and booth so they can be pulled.
      *    DQ-DELIVERY-DATE is an alternate key so the calendar can
      *    count a day's stops against the DLVRPOL cap and the route
      *    sheet can walk one day.  DELIVERY marks the row delivered.
      *-----------------------------------------------------------------
       01 DELIVERY-QUEUE-RECORD.
          03 DQ-RECEIPT-NO        PIC 9(6).
      * --- CCYYMMDD, THE DAY THE CUSTOMER ASKED FOR -------------------
          03 DQ-DELIVERY-DATE     PIC 9(8).
      * --- YYMMDD, THE LEDGER'S DATE OF SALE --------------------------
          03 DQ-DATE-OF-SALE      PIC 9(6).
          03 DQ-CUSTOMER-NO       PIC 9(6).
          03 DQ-CUSTOMER-NAME     PIC X(30).
          03 DQ-ADDRESS-LINE      PIC X(40).
          03 DQ-CITY              PIC X(25).
          03 DQ-STATE             PIC X(2).
          03 DQ-POSTAL-CODE       PIC X(10).
          03 DQ-PHONE             PIC X(20).
          03 DQ-DELIVERY-FEE      PIC 9(4)V9(2).
          03 DQ-FEE-TAX           PIC 9(4)V9(2).
          03 DQ-SOLD-BY           PIC X(3).
          03 DQ-STATUS            PIC X.
             88 DQ-IS-BOOKED               VALUE 'B'.
             88 DQ-IS-DELIVERED            VALUE 'D'.
      * --- FILLED IN BY DELIVERY DONE WHEN THE CREW IS BACK: THE DATE
      *     IS CCYYMMDD, AND WHO AT THE HOUSE SIGNED FOR THE PIECES ---
          03 DQ-DELIVERED-DATE    PIC 9(8).
          03 DQ-DELIVERED-BY      PIC X(3).
          03 DQ-SIGNED-FOR-BY     PIC X(30).
      * --- THE PIECES ON THE TRUCK.  A PIECE RUNG WITHOUT A TAG HAS A
      *     BLANK SKU AND ITS CATEGORY IN PLACE OF THE DESCRIPTION; A
      *     BLANK BOOTH MEANS THE CONSIGNOR'S MAIN BOOTH --------------
          03 DQ-ITEM-COUNT        PIC 9(2).
          03 DQ-ITEM              OCCURS 20 TIMES.
             05 DQ-ITEM-SKU          PIC X(12).
             05 DQ-ITEM-TENANT-ID    PIC 9(6).
             05 DQ-ITEM-BOOTH        PIC X(10).
             05 DQ-ITEM-DESCRIPTION  PIC X(30).
