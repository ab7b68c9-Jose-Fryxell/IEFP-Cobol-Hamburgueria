           05 CKP-QTD-SOBREMESA         PIC 99.
           05 CKP-QTD-QUEIJO            PIC 99.
           05 CKP-QTD-BACON             PIC 99.
           05 CKP-MODIFICADORES         PIC X(40).
