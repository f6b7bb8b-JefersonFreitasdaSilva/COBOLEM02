       identification division.
       program-id. CD.
       author. Jeferson.
       installation. fatec-sp.
       date-written. 15/10/2026.
       date-compiled.
       security.

       environment division.
       configuration section.
       source-computer. ibmpc.
       object-computer. ibmpc.
       special-names. decimal-point is comma.

       input-output section.
       file-control.
       select cobext assign to disk
       organization is indexed
       access mode is dynamic
       record key is cod-ext
       file status is cobext-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

      * diario de recuperacao do dia, lido pelo 107/dc
       fd diario
          label record is standard.
          copy "diario.cpy".

       fd diarioseq
          label record is standard
          value of file-id is "diarioseq.dat".
          copy "diarioseq.cpy".

       working-storage section.
       77 diario-sts pic x(2).
       77 diarioseq-sts pic x(2).
       77 nome-diario pic x(40) value spaces.
       77 data-diario pic 9(8) value 0.
       77 seq-diario pic 9(6) value 0.
       77 arq-diario pic x(12) value spaces.
       77 acao-diario pic x(1) value " ".
       77 antes-diario pic x(200) value spaces.
       77 depois-diario pic x(200) value spaces.
       77 fim-arq pic x(3) value "nao".
       77 cobext-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 cod-digitado pic 9(5) value 0.
       77 confirma pic x(1) value " ".
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 data-execucao pic 9(6) value 0.
       77 rotulo-situa pic x(12) value spaces.
       77 valor-edit pic z(6)9,99.
       77 recup-edit pic z(6)9,99.

       procedure division.

      * situacao dos clientes encaminhados a cobranca externa pelo
      * 81/cc: a baixa como perda e decisao da administracao; o
      * recuperado o lote marca sozinho quando a divida zera, mas a
      * agencia tambem pode devolver o caso antes disso.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open i-o cobext.
          if cobext-sts not equal "00"
               display "COBEXT.DAT AUSENTE - NENHUM CLIENTE "
                   "ENCAMINHADO AINDA"
               stop run.

       principal.
          display " ".
          display "COBRANCA EXTERNA - CLIENTES ENCAMINHADOS".
          display "L=LISTAR  C=CONSULTAR  B=BAIXAR COMO PERDA  "
               "R=RECUPERADO  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-clientes
              when opcao equal "C" or opcao equal "c"
                   perform consulta-cliente
              when opcao equal "B" or opcao equal "b"
                   perform baixa-perda
              when opcao equal "R" or opcao equal "r"
                   perform marca-recuperado
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, B, R OU F"
          end-evaluate.

       lista-clientes.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to cod-ext.
          start cobext key not < cod-ext
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "CLIENTE ENVIO       ENVIADO SITUACAO    "
                   "     RECEBIDO"
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "NENHUM CLIENTE ENCAMINHADO".

       lista-um.
          read cobext next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  perform monta-situa
                  move valor-envio-ext to valor-edit
                  move valor-recup-ext to recup-edit
                  display cod-ext "   " data-envio-ext " "
                      valor-edit " " rotulo-situa " " recup-edit.

       monta-situa.
          evaluate situa-ext
              when "E" move "ENCAMINHADO" to rotulo-situa
              when "R" move "RECUPERADO" to rotulo-situa
              when "B" move "BAIXADO" to rotulo-situa
              when other move "DESCONHECIDA" to rotulo-situa
          end-evaluate.

       consulta-cliente.
          perform pede-cliente.
          read cobext
               invalid key
                    display "CLIENTE " cod-digitado
                        " NUNCA FOI ENCAMINHADO"
               not invalid key
                    perform mostra-cliente.

       mostra-cliente.
          perform monta-situa.
          move valor-envio-ext to valor-edit.
          move valor-recup-ext to recup-edit.
          display "ENVIADO EM .... " data-envio-ext " VALOR "
              valor-edit.
          display "SITUACAO ...... " rotulo-situa " DESDE "
              data-situa-ext " POR " oper-situa-ext.
          display "RECEBIDO ...... " recup-edit.

       pede-cliente.
          display "CODIGO DO CLIENTE ... " with no advancing.
          accept cod-digitado.
          move cod-digitado to cod-ext.

       baixa-perda.
          perform pede-cliente.
          read cobext
               invalid key
                    display "CLIENTE NAO ENCAMINHADO"
               not invalid key
                    perform mostra-cliente
                    move reg-cobext to antes-diario
                    perform confirma-baixa.

       confirma-baixa.
          if situa-ext not equal "E"
               display "SO CLIENTE ENCAMINHADO PODE SER BAIXADO"
          else
               display "CONFIRMA BAIXA COMO PERDA (S/N)? "
                   with no advancing
               accept confirma
               if confirma equal "S" or confirma equal "s"
                    move "B" to situa-ext
                    perform regrava-cliente
               else
                    display "SITUACAO MANTIDA".

       marca-recuperado.
          perform pede-cliente.
          read cobext
               invalid key
                    display "CLIENTE NAO ENCAMINHADO"
               not invalid key
                    perform mostra-cliente
                    move reg-cobext to antes-diario
                    perform confirma-recuperado.

       confirma-recuperado.
          if situa-ext not equal "E"
               display "SO CLIENTE ENCAMINHADO PODE SER RECUPERADO"
          else
               display "CONFIRMA RECUPERADO (S/N)? "
                   with no advancing
               accept confirma
               if confirma equal "S" or confirma equal "s"
                    move "R" to situa-ext
                    perform regrava-cliente
               else
                    display "SITUACAO MANTIDA".

       regrava-cliente.
          move data-execucao to data-situa-ext.
          move oper-digitado to oper-situa-ext.
          rewrite reg-cobext
               invalid key
                    display "ERRO AO REGRAVAR O CLIENTE " cod-ext
               not invalid key
                    move "COBEXT" to arq-diario
                    move "A" to acao-diario
                    move reg-cobext to depois-diario
                    perform grava-diario
                    add 1 to cont-gravados
                    perform monta-situa
                    display "CLIENTE " cod-ext " " rotulo-situa.

       fim.
          close cobext.
          display "ALTERACOES NA SESSAO: " cont-gravados.

      * identificacao do operador: 1 consulta, 2 atualizacao,
      * 3 administracao. funcoes que gravam exigem o nivel do
      * programa; a auditoria passa a ter autor em cada atualizacao.
       assina.
          open input operador.
          if operador-sts not equal "00"
               display "OPERADOR.DAT AUSENTE - PROCURE A "
                   "ADMINISTRACAO"
               close operador
               stop run.
          display "OPERADOR: " with no advancing.
          accept oper-digitado.
          move "nao" to oper-achado.
          perform procura-oper
              until operador-sts not equal "00"
              or oper-achado equal "sim".
          close operador.
          if oper-achado not equal "sim"
               display "OPERADOR NAO CADASTRADO"
               stop run.
          if nivel-assinado < nivel-exigido
               display "OPERADOR " oper-digitado " SEM NIVEL PARA "
                   "ESTE PROGRAMA"
               stop run.
          display "OPERADOR " nome-assinado " ASSINADO".

       procura-oper.
          read operador
              at end move "99" to operador-sts
              not at end
                  if id-oper equal oper-digitado
                       move "sim" to oper-achado
                       move nome-oper to nome-assinado
                       move nivel-oper to nivel-assinado.

      * diario de recuperacao: cada registro mestre gravado sai com
      * o sequencial do dia e as imagens antes e depois, para o
      * 107/dc reaplicar o dia depois de uma restauracao (32/af).
       grava-diario.
          accept data-diario from date yyyymmdd.
          move 0 to seq-diario.
          open input diarioseq.
          if diarioseq-sts equal "00"
               read diarioseq
                   at end move 0 to data-seq-dia
               end-read
               if data-seq-dia equal data-diario
                    move ultimo-seq-dia to seq-diario.
          close diarioseq.
          add 1 to seq-diario.
          move spaces to nome-diario.
          string "diario-" delimited by size
              data-diario delimited by size
              ".dat" delimited by size
              into nome-diario.
          open extend diario.
          if diario-sts not equal "00"
               open output diario.
          move seq-diario to seq-dia.
          move data-diario to data-dia.
          accept hora-dia from time.
          move "82/CD" to prog-dia.
          move oper-digitado to oper-dia.
          move arq-diario to arq-dia.
          move acao-diario to acao-dia.
          move antes-diario to antes-dia.
          move depois-diario to depois-dia.
          write reg-diario.
          close diario.
          open output diarioseq.
          move data-diario to data-seq-dia.
          move seq-diario to ultimo-seq-dia.
          write reg-diarioseq.
          close diarioseq.
          move spaces to antes-diario.
          move spaces to depois-diario.
