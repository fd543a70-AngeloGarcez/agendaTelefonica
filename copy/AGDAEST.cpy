      *> AGDAEST - layout of one record on the ESTATIS history,
      *> the month-end statistics snapshots of the agenda taken by
      *> AGENDA-ESTATISTICA. One record per period, category and
      *> item; a new snapshot of the same period replaces the old.
      *> Categories: G whole agenda (item AGENDA), D department,
      *> S situação (ATIVO, INATIVO, INATIVADO NO MÊS), E e-mail
      *> (COM E-MAIL, E-MAIL DEVOLVIDO), T tipo of number, U state
      *> and R region (from DDD.TAB), M inserts/updates/deletes of
      *> the month on the AUDITORIA trail. EST-PESSOAS counts each
      *> person once (D, S, E and G only); EST-NUMEROS counts the
      *> phone numbers (for M, the audit records).
           05  EST-CHAVE.
               10  EST-PERIODO          PIC X(6).
               10  EST-CATEGORIA        PIC X(1).
               10  EST-ITEM             PIC X(20).
           05  EST-PESSOAS              PIC 9(7).
           05  EST-NUMEROS              PIC 9(7).
           05  EST-DATA-HORA            PIC X(14).
