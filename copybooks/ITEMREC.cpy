      *  Copybook.....: ITEMREC
      *  Description..: Item master record layout, shared by SALESEDT
      *  (suspends sales transactions whose item code is not on the
      *  file or whose price is far off standard) and RPT3600 (sales
      *  by product line). One record per item, in item-code
      *  sequence. IT-STANDARD-PRICE is the list price of one unit;
      *  IT-PRODUCT-LINE groups items for the product-line analysis.
       01  ITEM-MASTER-RECORD.
           05  IT-ITEM-CODE            PIC X(8).
           05  IT-ITEM-DESCRIPTION     PIC X(30).
           05  IT-PRODUCT-LINE         PIC X(4).
           05  IT-STANDARD-PRICE       PIC 9(5)V9(2).
           05  FILLER                  PIC X(31).
