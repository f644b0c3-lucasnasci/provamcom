      *Skeleton COBOL Copybook
       fd arqpesquisa.

      *    Satisfaction (NPS) survey taken by the service desk after
      *    a visit or a closed ocorrencia: at most one per client per
      *    periodo (AAAAMM of the day it was taken). The vendedor is
      *    the one who owned the client on that day, so the score
      *    stays with them when the portfolio later changes hands.
       01  arqpesquisa-registro.
           03 arqpesquisa-chave.
            05 arqpesquisa-cliente-codigo
                                         pic  9(007) value zeros.
            05 arqpesquisa-periodo       pic  9(006) value zeros.
           03 arqpesquisa-data           pic  9(008) value zeros.
           03 arqpesquisa-hora           pic  9(006) value zeros.
           03 arqpesquisa-nota           pic  9(002) value zeros.
           03 arqpesquisa-classe         pic  x(001) value spaces.
               88 arqpesquisa-promotor   value 'P'.
               88 arqpesquisa-neutro     value 'N'.
               88 arqpesquisa-detrator   value 'D'.
      *    'V' after a visit (referencia = data da visita), 'O' after
      *    a closed ocorrencia (referencia = its sequencia).
           03 arqpesquisa-origem         pic  x(001) value spaces.
               88 arqpesquisa-pos-visita value 'V'.
               88 arqpesquisa-pos-ocorrencia value 'O'.
           03 arqpesquisa-referencia     pic  9(008) value zeros.
           03 arqpesquisa-vendedor-codigo pic 9(007) value zeros.
           03 arqpesquisa-comentario     pic  x(060) value spaces.
           03 arqpesquisa-operador       pic  x(010) value spaces.
