           05 Recibo-Tipo            PIC X.
               88 Recibo-Pagamento VALUE 'P'.
               88 Recibo-Isencao   VALUE 'I'.
               88 Recibo-Credito   VALUE 'C'.
           05 Recibo-Mutuario-Numero PIC 9(5).
           05 Recibo-Mutuario        PIC X(30).
           05 Recibo-ISBN            PIC X(13).
