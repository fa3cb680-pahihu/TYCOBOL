             88 WO-IS-THEFT                VALUE 'T'.
             88 WO-IS-DONATED              VALUE 'D'.
             88 WO-IS-RETURNED             VALUE 'C'.
          03 WO-PRICE             PIC 9(6)V9(2).
          03 WO-OPERATOR-ID       PIC X(3).
