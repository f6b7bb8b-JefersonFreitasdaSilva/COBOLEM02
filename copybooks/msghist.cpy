      *****************************************************
      * layout of msghist.dat, organization indexed with
      * chave-msg (student + tipo + referencia, the same
      * id as caixasaida.dat) as the record key: one line
      * per notice ever sent, so a start on the student
      * number lists the student history. 101/cw writes it
      * when the notice goes out (status P enviado) and
      * 102/cx updates it from the gateway return (E
      * entregue, F falhou). a notice that failed is sent
      * again until tentativas-msg reaches 3.
      *****************************************************
       01 reg-msghist.
           02 chave-msg.
              03 num-msg    pic 9(5).
              03 tipo-msg   pic x(1).
              03 ref-msg    pic x(10).
           02 canal-msg      pic x(1).
           02 destino-msg    pic x(50).
           02 status-msg     pic x(1).
           02 tentativas-msg pic 9(1).
           02 data-envio-msg pic 9(6).
           02 data-ret-msg   pic 9(6).
           02 detalhe-msg    pic x(40).
