      *> AGDARET - layout of one held transaction on RETIDAS, the
      *> file where AGENDA-BATCH keeps the TRANS records whose
      *> TRANS-DATA-EFETIVA is still in the future. The key starts
      *> with the effective date, so the nightly run reads the due
      *> ones first; RET-LOTE (start of the AGDABAT run that held
      *> the record) plus RET-SEQUENCIA (its position in that TRANS)
      *> identify the transaction for AGENDA-RETIDAS, which lists
      *> the held transactions and cancels them. A held transaction
      *> is deleted from RETIDAS once applied, rejected or cancelled.
           05  RET-CHAVE.
               10  RET-DATA-EFETIVA     PIC X(8).
               10  RET-LOTE             PIC X(14).
               10  RET-SEQUENCIA        PIC 9(7).
           05  RET-TRANSACAO            PIC X(130).
