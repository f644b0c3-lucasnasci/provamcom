      *Skeleton COBOL Copybook
       fd arqpropcom.

      *    The commission plan proposal the what-if run is measured
      *    against. Never read by the closing. F rows are accelerator
      *    bands laid out like arqregracom -- any F row replaces the
      *    empresa's whole band set for the simulation; T rows are
      *    default rates, per vendedor or for everyone (vendedor
      *    zero); C rows override the contract rate of one (cliente,
      *    vendedor), taxa zero meaning the contract is dropped.
       01  arqpropcom-registro.
           03 arqpropcom-chave.
            05 arqpropcom-empresa      pic  9(003) value 1.
            05 arqpropcom-tipo         pic  x(001) value 'F'.
               88 arqpropcom-faixa-prop    value 'F'.
               88 arqpropcom-taxa-prop     value 'T'.
               88 arqpropcom-contrato-prop value 'C'.
               88 arqpropcom-tipo-valido   value 'F' 'T' 'C'.
            05 arqpropcom-linha        pic  x(001) value spaces.
            05 arqpropcom-faixa        pic  9(002) value zeros.
            05 arqpropcom-cliente-codigo
                                         pic  9(007) value zeros.
            05 arqpropcom-vendedor-codigo
                                         pic  9(007) value zeros.
           03 arqpropcom-ate-percent   pic  9(003)v9(002) value zeros.
           03 arqpropcom-multiplicador pic  9(001)v9(002) value zeros.
           03 arqpropcom-taxa          pic  9(003)v9(002) value zeros.
