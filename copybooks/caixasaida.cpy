      *****************************************************
      * layout of caixasaida.dat, line sequential: the
      * nightly outbox handed to the sms/e-mail gateway,
      * rebuilt by 101/cw on every run. id-saida (student
      * + tipo + referencia) is echoed back by the gateway
      * in retgateway.dat. tipo-saida: R risco de meio de
      * termo, C recuperacao, M mensalidade em atraso
      * (ref = competencia), V vaga da lista de espera
      * (ref = disciplina + termo). canal-saida: S sms,
      * E e-mail.
      *****************************************************
       01 reg-saida.
           02 id-saida.
              03 num-saida  pic 9(5).
              03 tipo-saida pic x(1).
              03 ref-saida  pic x(10).
           02 canal-saida   pic x(1).
           02 destino-saida pic x(50).
           02 nome-saida    pic x(30).
           02 texto-saida   pic x(120).
           02 data-saida    pic 9(6).
