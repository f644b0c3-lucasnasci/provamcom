               88 arqtitulo-aberto       value 'A'.
               88 arqtitulo-pago         value 'P'.
               88 arqtitulo-cancelado    value 'C'.
      *        Replaced by a renegotiation agreement: no longer owed
      *        as such, the debt lives on in the acordo's parcelas.
               88 arqtitulo-renegociado  value 'R'.
      *        Written off as a bad debt with a supervisor's approval
      *        (arqperda holds the details); no longer collected.
               88 arqtitulo-perda        value 'D'.
      *        Credit in the client's favour left by a partial
      *        return of goods already paid for: valor is what the
      *        client is owed. Not collected; it counts against the
      *        nota when the parcelas are proved against it.
               88 arqtitulo-credito      value 'H'.
      *    Date of the latest payment received -- the settlement
      *    date once the parcela is fully paid.
           03 arqtitulo-data-pagamento   pic  9(008) value zeros.
      *    Principal already received through partial baixas; the
      *    saldo still open is valor minus valor-pago.
           03 arqtitulo-valor-pago       pic  9(009)v9(002) value zeros.
      *    Date the parcela went to the bank in a CNAB remessa; zero
      *    means the boleto has not been registered yet.
           03 arqtitulo-data-remessa     pic  9(008) value zeros.
      *    Renegotiation agreement (arqacordo) the row belongs to:
      *    on a renegociado parcela, the acordo that replaced it; on
      *    a parcela of the new schedule, the acordo that created
      *    it. Schedules of an acordo are numbered from 990000000
      *    plus the acordo number, outside the range of real notas.
           03 arqtitulo-acordo           pic  9(007) value zeros.
