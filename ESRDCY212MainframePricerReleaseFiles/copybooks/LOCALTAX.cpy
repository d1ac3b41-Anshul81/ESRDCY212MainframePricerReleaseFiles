      * Local income-tax rates in effect for the pay date, loaded
      * from the LOCL rows of RATETBL.DAT by RateTableLoad - one
      * entry per city, county, or school-district jurisdiction.
       01 LOCAL-TAX-TABLE.
           05 LOCAL-TAX-COUNT      PIC 9(3) VALUE 0.
           05 LOCAL-TAX-ENTRY OCCURS 60 TIMES
                   INDEXED BY LOCAL-TAX-IDX.
               10 LOCAL-TAX-CODE       PIC X(6).
               10 LOCAL-TAX-RATE       PIC V9(5).
