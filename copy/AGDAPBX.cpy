      *> AGDAPBX - layout of one entry of the PBX dialing-plan table
      *> PBXPARM, maintained by the telecom team and read by
      *> AGENDA-TRAFEGO. PAR-TIPO selects the meaning of the values:
      *>   P  outside-line prefix (PAR-VALOR-1), stripped from the
      *>      number dialed on outgoing calls;
      *>   N  long-distance prefix (PAR-VALOR-1) and length of the
      *>      carrier code that follows it (PAR-VALOR-2);
      *>   L  local area code (PAR-VALOR-1), put in front of a number
      *>      dialed without it;
      *>   D  DDI range: direct-dial root (PAR-VALOR-1) whose last
      *>      PAR-VALOR-2 digits are the extension, so that root plus
      *>      extension and the bare extension are the same line;
      *>   F  minimum number of calls (PAR-VALOR-1) for an external
      *>      number to be listed as frequently dialed.
      *> Follows the DDD.TAB precedent: one entry per line.
           05  PAR-TIPO                 PIC X(1).
           05  FILLER                   PIC X(1).
           05  PAR-VALOR-1              PIC X(15).
           05  FILLER                   PIC X(1).
           05  PAR-VALOR-2              PIC X(15).
           05  FILLER                   PIC X(1).
           05  PAR-DESCRICAO            PIC X(30).
