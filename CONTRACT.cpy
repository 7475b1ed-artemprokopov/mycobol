      ******************************************************************
      * Purpose:   shared customer contract-price record layout
      *            (CONTRACT.DAT). One record per negotiated price: the
      *            customer and product it covers, the agreed unit
      *            price (base currency, like the product master's),
      *            the first and last dates it applies to, the account
      *            manager who owns it and the contract reference on
      *            the signed agreement. ContractMaint keeps the file
      *            and never lets two contracts for the same customer
      *            and product overlap in date. The pricing run and
      *            OrderEntry price a customer's line at the contract
      *            price when a contract covers the line's date -
      *            ahead of the master price, and with no quantity-
      *            break discount on top, since the negotiated price is
      *            the net price. COPY this into any program's FILE
      *            SECTION for an FD naming the contract file.
      ******************************************************************
       01 ContractRecord.
           02 CtrCustomerId                    PIC X(6).
           02 CtrSpace1                        PIC X.
           02 CtrProductCode                   PIC X(6).
           02 CtrSpace2                        PIC X.
           02 CtrUnitPrice                     PIC 9(5)V999.
           02 CtrSpace3                        PIC X.
           02 CtrStartDate                     PIC 9(8).
           02 CtrSpace4                        PIC X.
           02 CtrEndDate                       PIC 9(8).
           02 CtrSpace5                        PIC X.
           02 CtrAccountManager                PIC X(10).
           02 CtrSpace6                        PIC X.
           02 CtrReference                     PIC X(8).
