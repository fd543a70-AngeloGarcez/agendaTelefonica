      *> AGDAUSO - layout of one record on USO.DAT, the traffic
      *> history kept by AGENDA-TRAFEGO: the last date a number of
      *> AGENDA.DAT appeared in a PBX call-detail record, as caller or
      *> as called line. Only moves forward, so reprocessing an
      *> older export does not change it. Contacts with no record, or
      *> with USO-ULTIMO-USO older than the cut-off, are the
      *> no-traffic candidates listed before AGENDA-EXPURGO.
           05  USO-TELEFONE             PIC X(15).
           05  USO-ULTIMO-USO           PIC X(8).
           05  USO-DATA-HORA            PIC X(14).
