      *> AGDAREJ - layout of one record on REJEITO-FILE, written by
      *> AGENDA-BATCH for every transaction it rejects. The first 130
      *> bytes repeat the AGDATRAN transaction exactly, so a corrected
      *> reject file can be fed back to AGENDA-BATCH as its TRANS
      *> input (the trailing reason/sequence bytes are ignored there).
      *>   008 = departamento desconhecido
      *>   009 = e-mail inválido
      *>   010 = tipo inválido
      *>   011 = data efetiva inválida
           05  REJ-ACAO                 PIC X(1).
           05  REJ-NOME                 PIC X(30).
           05  REJ-TELEFONE             PIC X(15).
           05  REJ-DEPARTAMENTO         PIC X(20).
           05  REJ-EMAIL                PIC X(40).
           05  REJ-TIPO                 PIC X(1).
           05  REJ-DATA-EFETIVA         PIC X(8).
           05  REJ-MOTIVO               PIC X(3).
           05  REJ-SEQUENCIA            PIC 9(7).
