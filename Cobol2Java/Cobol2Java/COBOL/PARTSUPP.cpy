      * ** Currency the record's PURCHASE-ORDER prices are keyed in
      * ** for SUPPLIER-TYPE 'I' importers - spaces means US dollars
               10  CURRENCY-CODE     PIC X(03) VALUE SPACES. *> 79-81
      * ** Engineering revision of BLUEPRINT-NUMBER the part is
      * ** bought to - checked against the DRWMAST drawing master
               10  BLUEPRINT-REVISION PIC X(02) VALUE SPACES. *> 82-83
               10  FILLER            PIC X(09) VALUE SPACES. *> 84-92
           05 SUPPLIERS.
               10  SUPPLIER-CODE     PIC X(10) VALUE SPACES. *> 93-102
               10  SUPPLIER-TYPE     PIC X(01) VALUE SPACES. *> 103-103
