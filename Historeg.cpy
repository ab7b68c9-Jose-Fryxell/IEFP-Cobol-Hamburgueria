           05 HIS-ANO-FECHO             PIC 9999.
           05 HIS-MES-FECHO             PIC 99.
           05 HIS-DIA-FECHO             PIC 99.
           05 HIS-PEDIDO                PIC X(250).
