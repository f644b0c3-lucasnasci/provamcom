      *Skeleton COBOL Copybook
           fd arqleadcfg.

      *    One-record config of lead routing: how many open leads a
      *    vendedor may hold at once -- a cap of its own, apart from
      *    the client capacity the matching run works with -- and
      *    the business days they have to log the first contact.
       01  arqleadcfg-registro.
           03 arqleadcfg-limite         pic  9(003) value zeros.
           03 arqleadcfg-sla-dias       pic  9(003) value zeros.
