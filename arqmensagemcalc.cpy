      *Skeleton COBOL Copybook
      *    Parameter block of enviamensagem. The caller names the
      *    recipient (vendedor, operador, or a cliente whose
      *    preferred contato is looked up), the template code and
      *    the merged subject and text; the answer says whether the
      *    message went to the spool.
       01  wk-envia-mensagem.
           05 wk-mn-dest-tipo            pic  x(001).
               88 wk-mn-vendedor         value 'V'.
               88 wk-mn-contato          value 'C'.
               88 wk-mn-operador         value 'O'.
           05 wk-mn-vendedor-codigo      pic  9(007).
           05 wk-mn-cliente-codigo       pic  9(007).
           05 wk-mn-operador-codigo      pic  x(010).
           05 wk-mn-modelo               pic  x(008).
           05 wk-mn-assunto              pic  x(060).
           05 wk-mn-texto                pic  x(500).
           05 wk-mn-programa             pic  x(020).
           05 wk-mn-resultado            pic  x(001).
               88 wk-mn-enfileirada      value 'S'.
               88 wk-mn-sem-contato      value 'C'.
               88 wk-mn-indisponivel     value 'X'.
