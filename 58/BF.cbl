       select recibseq assign to disk
       organization is line sequential
       file status is recibseq-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select acordos assign to disk
       organization is indexed
       access mode is random
       record key is num-acordo
       file status is acordos-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select estornos assign to disk
       organization is line sequential
       file status is estornos-sts.
       select cobext assign to disk
       organization is indexed
       access mode is random
       record key is cod-ext
       file status is cobext-sts.
       select concpend assign to disk
       organization is line sequential
       file status is concpend-sts.
       select relcaixa assign to disk
       organization is line sequential.
       select operador assign to disk
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
          02 cod-cxa    pic 9(5).
          02 valor-cxa  pic 9(6)v9(2).
          02 oper-cxa   pic x(8).
          02 acordo-cxa  pic 9(5).
          02 parcela-cxa pic 9(2).

      * pagamentos recebidos, um por linha: competencia, cliente,
      * valor e o numero do recibo emitido pelo caixa
       fd pagtos
          label record is standard
          value of file-id is "pagtos.dat".
          copy "pagto.cpy".

       fd mensalidades
          label record is standard
       01 reg-recibseq.
          02 prox-recibo pic 9(6).

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

       fd estornos
          label record is standard
          value of file-id is "estornos.dat".
          copy "estorno.cpy".

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd concpend
          label record is standard
          value of file-id is "concpend.dat".
          copy "concpend.cpy".

       fd relcaixa
           label record are standard
           value of file-id is "relcaixa.dat".
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

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
       77 fim-console pic x(3) value "nao".
       77 caixadia-sts pic x(2).
       77 pagtos-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 recibseq-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 acordo-digitado pic 9(5) value 0.
       77 parcela-digitada pic 9(2) value 0.
       77 operador-sts pic x(2).
       77 acordos-sts pic x(2).
       77 paghist-sts pic x(2).
       77 estornos-sts pic x(2).
       77 cobext-sts pic x(2).
       77 concpend-sts pic x(2).
       77 data-completa pic 9(8) value 0.
       77 recibo-digitado pic 9(6) value 0.
       77 superv-digitado pic x(8) value spaces.
       77 superv-achado pic x(3) value "nao".
       77 nivel-superv pic 9(1) value 0.
       77 motivo-digitado pic 9(1) value 0.
       77 obs-digitada pic x(30) value spaces.
       77 achou-pagto pic x(3) value "nao".
       77 ja-estornado pic x(3) value "nao".
       77 idx-cmp pic 9(2) value 0.
       77 cont-estornos pic 9(5) value 0.
       77 total-estornos pic 9(8)v99 value 0.
       77 liquido-dia pic s9(8)v99 value 0.
       77 liquido-edit pic -(8)9,99.
       01 pagto-estornado.
          02 compet-pe    pic 9(6).
          02 cod-pe       pic 9(5).
          02 valor-pe     pic 9(6)v9(2).
          02 data-pgto-pe pic 9(6).
          02 acordo-pe    pic 9(5).
          02 parcela-pe   pic 9(2).
          02 cobext-pe    pic x(1).
       77 auditoria-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          open i-o mensalidades.
          open i-o parcelas.
          if parcelas-sts not equal "00"
               open output parcelas
               close parcelas
               open i-o parcelas.
          open i-o acordos.
          if acordos-sts not equal "00"
               open output acordos
               close acordos
               open i-o acordos.
          open input recibseq.
          if recibseq-sts equal "00"
               read recibseq
          display " ".
          display "CAIXA DA SECRETARIA".
          display "R RECEBER PAGAMENTO".
          display "P RECEBER PARCELA DE ACORDO".
          display "E ESTORNAR RECIBO (SUPERVISOR)".
          display "F FECHAR O CAIXA E SAIR".
          display "FUNCAO: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "R" or opcao equal "r"
                   perform recebe-pagamento
              when opcao equal "P" or opcao equal "p"
                   perform recebe-parcela
              when opcao equal "E" or opcao equal "e"
                   perform estorna-recibo
              when opcao equal "F" or opcao equal "f"
                   move "sim" to fim-console
              when other
                   display "FUNCAO INVALIDA - DIGITE R, P, E OU F"
          end-evaluate.

       recebe-pagamento.
          accept cod-digitado.
          display "VALOR RECEBIDO ...... " with no advancing.
          accept valor-digitado.
          move 0 to acordo-digitado.
          move 0 to parcela-digitada.
          perform busca-cobranca.
          evaluate true
              when valor-digitado = 0
                    if situa-mens equal "P"
                         move "sim" to tem-cobranca.

      * parcela de acordo (80/cb): o recibo leva o acordo e a
      * parcela; a competencia gravada e a do vencimento da parcela
      * e a baixa do 36/aj casa pela chave da parcela.
       recebe-parcela.
          display "NUMERO DO ACORDO .... " with no advancing.
          accept acordo-digitado.
          display "NUMERO DA PARCELA ... " with no advancing.
          accept parcela-digitada.
          move acordo-digitado to acordo-parc.
          move parcela-digitada to num-parc.
          read parcelas
               invalid key
                    display "PARCELA NAO CADASTRADA - RECEBIMENTO "
                        "CANCELADO"
                    move 0 to acordo-digitado.
          if acordo-digitado not = 0
               if situa-parc not equal "P"
                    display "PARCELA JA QUITADA EM " data-pgto-parc
                        " - RECEBIMENTO CANCELADO"
               else
                    move valor-parc to valor-edit
                    display "CLIENTE " cod-parc " VENCIMENTO "
                        vencto-parc " VALOR " valor-edit
                    display "VALOR RECEBIDO ...... "
                        with no advancing
                    accept valor-digitado
                    if valor-digitado = 0
                         display "VALOR ZERADO - RECIBO NAO EMITIDO"
                    else
                         move vencto-parc to compet-digitada
                         move cod-parc to cod-digitado
                         perform emite-recibo.

      * estorno de recibo ja baixado pelo lote (cliente errado,
      * cheque devolvido, estorno de cartao): so com a senha de um
      * supervisor de nivel 3 que nao seja o proprio operador. a
      * cobranca volta a P, a razao recebe a linha negativa (origem
      * E) e o estorno fica em estornos.dat para o fechamento.
       estorna-recibo.
          display "RECIBO A ESTORNAR ... " with no advancing.
          accept recibo-digitado.
          perform procura-pagto.
          evaluate true
              when achou-pagto equal "nao"
                   display "RECIBO " recibo-digitado " NAO ESTA NA "
                       "RAZAO - SO SE ESTORNA PAGAMENTO JA BAIXADO"
              when ja-estornado equal "sim"
                   display "RECIBO " recibo-digitado " JA ESTORNADO"
              when other
                   perform confirma-estorno
          end-evaluate.

       procura-pagto.
          move "nao" to achou-pagto.
          move "nao" to ja-estornado.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts equal "00"
               perform le-paghist until fim-arq = "sim".
          close paghist.

       le-paghist.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  if recibo-ph equal recibo-digitado
                       perform guarda-pagto.

      * linhas antigas da razao nao tem o acordo
       guarda-pagto.
          if origem-ph equal "E"
               move "sim" to ja-estornado
          else
               if achou-pagto equal "nao"
                    move "sim" to achou-pagto
                    move compet-ph to compet-pe
                    move cod-ph to cod-pe
                    move valor-ph to valor-pe
                    move data-pgto-ph to data-pgto-pe
                    move 0 to acordo-pe
                    move 0 to parcela-pe
                    move cobext-ph to cobext-pe
                    if acordo-ph is numeric
                         move acordo-ph to acordo-pe
                         move parcela-ph to parcela-pe.

       confirma-estorno.
          move valor-pe to valor-edit.
          display "COMPETENCIA " compet-pe " CLIENTE " cod-pe
              " VALOR " valor-edit.
          if acordo-pe > 0
               display "PARCELA " parcela-pe " DO ACORDO " acordo-pe.
          display "MOTIVO 1=CLIENTE ERRADO 2=CHEQUE DEVOLVIDO "
              "3=ESTORNO DE CARTAO 4=OUTROS: " with no advancing.
          accept motivo-digitado.
          if motivo-digitado < 1 or motivo-digitado > 4
               display "MOTIVO INVALIDO - ESTORNO CANCELADO"
          else
               display "OBSERVACAO .......... " with no advancing
               accept obs-digitada
               perform autoriza-supervisor
               if superv-achado equal "sim"
                    perform aplica-estorno
               else
                    display "ESTORNO CANCELADO".

       autoriza-supervisor.
          move "nao" to superv-achado.
          display "SUPERVISOR: " with no advancing.
          accept superv-digitado.
          if superv-digitado equal oper-digitado
               display "O SUPERVISOR NAO PODE SER O PROPRIO OPERADOR"
          else
               perform procura-supervisor
               if superv-achado equal "sim" and nivel-superv < 3
                    move "nao" to superv-achado
                    display "SUPERVISOR SEM NIVEL 3"
               else
                    if superv-achado equal "nao"
                         display "SUPERVISOR NAO CADASTRADO".

       procura-supervisor.
          open input operador.
          if operador-sts equal "00"
               perform le-supervisor
                   until operador-sts not equal "00"
                   or superv-achado equal "sim".
          close operador.

       le-supervisor.
          read operador
              at end move "99" to operador-sts
              not at end
                  if id-oper equal superv-digitado
                       move "sim" to superv-achado
                       move nivel-oper to nivel-superv.

      * razao e estornos abrem antes de a cobranca ser reaberta:
      * sem onde registrar o estorno, nada e mexido.
       aplica-estorno.
          open extend paghist.
          if paghist-sts not equal "00"
               open output paghist.
          open extend estornos.
          if estornos-sts not equal "00"
               open output estornos.
          if paghist-sts not equal "00" or estornos-sts not equal "00"
               display "RAZAO OU ESTORNOS.DAT NAO ABRE - STATUS "
                   paghist-sts "/" estornos-sts " - ESTORNO CANCELADO"
               close paghist estornos
          else
               perform registra-estorno.

       registra-estorno.
          if acordo-pe > 0
               perform reabre-parcela
          else
               perform reabre-mensalidade.
          if cobext-pe equal "S"
               perform desconta-cobext.
          move compet-pe to compet-ph.
          move cod-pe to cod-ph.
          compute valor-ph = 0 - valor-pe.
          move data-execucao to data-ph.
          move recibo-digitado to recibo-ph.
          move data-pgto-pe to data-pgto-ph.
          move 0 to tarifa-ph.
          move "E" to origem-ph.
          move acordo-pe to acordo-ph.
          move parcela-pe to parcela-ph.
          move cobext-pe to cobext-ph.
          write reg-paghist.
          close paghist.
          move data-execucao to data-est.
          move recibo-digitado to recibo-est.
          move compet-pe to compet-est.
          move cod-pe to cod-est.
          move valor-pe to valor-est.
          move motivo-digitado to motivo-est.
          move oper-digitado to oper-est.
          move superv-digitado to superv-est.
          move acordo-pe to acordo-est.
          move parcela-pe to parcela-est.
          move obs-digitada to obs-est.
          write reg-estorno.
          close estornos.
          display "RECIBO " recibo-digitado " ESTORNADO".

      * o pagamento entrou no recuperado da agencia (36/aj marca
      * cobext-ph S); estornado, sai da base da comissao. a linha
      * negativa da razao leva a mesma marca.
       desconta-cobext.
          open i-o cobext.
          if cobext-sts not equal "00"
               display "COBEXT.DAT NAO ABRE - STATUS " cobext-sts
                   " - ACERTE O RECUPERADO DO CLIENTE " cod-pe
          else
               move cod-pe to cod-ext
               read cobext
                    invalid key
                         display "CLIENTE " cod-pe " NAO ESTA NA "
                             "COBRANCA EXTERNA - RECUPERADO NAO "
                             "ACERTADO"
                    not invalid key
                         move reg-cobext to antes-diario
                         if valor-recup-ext < valor-pe
                              move 0 to valor-recup-ext
                         else
                              subtract valor-pe from valor-recup-ext
                         end-if
                         rewrite reg-cobext
                         move "COBEXT" to arq-diario
                         move "A" to acao-diario
                         move reg-cobext to depois-diario
                         perform grava-diario
                         display "RECUPERADO DA COBRANCA EXTERNA "
                             "REDUZIDO"
               end-read.
          close cobext.

       reabre-mensalidade.
          move compet-pe to compet-mens.
          move cod-pe to cod-mens.
          read mensalidades
               invalid key
                    display "COBRANCA NAO ENCONTRADA - SO A RAZAO "
                        "SERA ACERTADA"
               not invalid key
                    perform volta-mensalidade.

       volta-mensalidade.
          if situa-mens equal "Q"
               move reg-mens to antes-diario
               move "P" to situa-mens
               rewrite reg-mens
               perform diario-mensalidade
               display "COBRANCA " compet-pe " REABERTA"
          else
               display "COBRANCA NAO ESTAVA QUITADA - SITUACAO "
                   situa-mens " MANTIDA".

      * parcela de acordo volta a P; se o acordo ja estava quitado
      * ele volta a ativo e as competencias voltam a renegociadas.
       reabre-parcela.
          move acordo-pe to acordo-parc.
          move parcela-pe to num-parc.
          read parcelas
               invalid key
                    display "PARCELA NAO ENCONTRADA - SO A RAZAO "
                        "SERA ACERTADA"
               not invalid key
                    move reg-parcela to antes-diario
                    move "P" to situa-parc
                    move 0 to data-pgto-parc
                    move 0 to recibo-parc
                    rewrite reg-parcela
                    move "PARCELAS" to arq-diario
                    move "A" to acao-diario
                    move reg-parcela to depois-diario
                    perform grava-diario
                    display "PARCELA " parcela-pe " REABERTA".
          move acordo-pe to num-acordo.
          read acordos
               invalid key
                    continue
               not invalid key
                    if situa-acordo equal "Q"
                         perform reativa-acordo.

       reativa-acordo.
          move reg-acordo to antes-diario.
          move "A" to situa-acordo.
          move data-execucao to data-situa-acordo.
          rewrite reg-acordo.
          move "ACORDOS" to arq-diario.
          move "A" to acao-diario.
          move reg-acordo to depois-diario.
          perform grava-diario.
          perform volta-renegociada varying idx-cmp from 1 by 1
              until idx-cmp > qtd-comp-acordo.
          display "ACORDO " acordo-pe " VOLTA A ATIVO".

       volta-renegociada.
          move compet-acordo(idx-cmp) to compet-mens.
          move cod-acordo to cod-mens.
          read mensalidades
               invalid key
                    continue
               not invalid key
                    if situa-mens equal "Q"
                         move reg-mens to antes-diario
                         move "R" to situa-mens
                         rewrite reg-mens
                         perform diario-mensalidade.

       diario-mensalidade.
          move "MENSALIDADES" to arq-diario.
          move "A" to acao-diario.
          move reg-mens to depois-diario.
          perform grava-diario.

       emite-recibo.
          move data-execucao to data-cxa.
          move recibo-corrente to recibo-cxa.
          move cod-digitado to cod-cxa.
          move valor-digitado to valor-cxa.
          move oper-digitado to oper-cxa.
          move acordo-digitado to acordo-cxa.
          move parcela-digitada to parcela-cxa.
          write reg-caixa.
          add 1 to cont-recibos.
          display "RECIBO " recibo-corrente " EMITIDO".
      * so libera o movimento para pagtos.dat se o total batido
      * pelo operador conferir com o apurado.
       fim.
          close caixadia mensalidades parcelas acordos.
          perform apura-movimento.
          perform mostra-fechamento.
          if cont-liberados > 0 or total-geral > 0
               accept total-conferido
               if total-conferido equal total-geral
                    perform libera-movimento
                    perform grava-pendencia
                    display "CAIXA FECHADO - MOVIMENTO LIBERADO "
                        "PARA O LOTE"
               else
          move spaces to linha-rel.
          string "TOTAL GERAL DO DIA " total-edit into linha-rel.
          write linha-rel.
          perform lista-estornos.
          close relcaixa.
          display "TOTAL APURADO DO DIA: " total-edit.
          if cont-estornos > 0
               move total-estornos to total-edit
               display "ESTORNOS DO DIA: " cont-estornos
                   " TOTAL " total-edit.

      * os estornos do dia saem no fechamento com o motivo e os
      * dois operadores; nao entram no total conferido da gaveta,
      * que e so o dinheiro recebido hoje.
       lista-estornos.
          move "nao" to fim-arq.
          move 0 to cont-estornos.
          move 0 to total-estornos.
          move "ESTORNOS DO DIA" to linha-rel.
          write linha-rel.
          open input estornos.
          if estornos-sts equal "00"
               perform le-estorno until fim-arq = "sim".
          close estornos.
          if cont-estornos = 0
               move "  NENHUM ESTORNO" to linha-rel
               write linha-rel
          else
               move total-estornos to total-edit
               move spaces to linha-rel
               string "TOTAL DE ESTORNOS  " total-edit
                   into linha-rel
               write linha-rel
               compute liquido-dia = total-geral - total-estornos
               move liquido-dia to liquido-edit
               move spaces to linha-rel
               string "LIQUIDO DO DIA     " liquido-edit
                   into linha-rel
               write linha-rel.

       le-estorno.
          read estornos
              at end move "sim" to fim-arq
              not at end
                  if data-est equal data-execucao
                       perform linha-estorno.

       linha-estorno.
          add 1 to cont-estornos.
          add valor-est to total-estornos.
          move valor-est to valor-edit.
          move spaces to linha-rel.
          string "  RECIBO " recibo-est " CLIENTE " cod-est " "
              valor-edit " MOTIVO " motivo-est " OPER " oper-est
              " SUPERV " superv-est into linha-rel.
          write linha-rel.

       linha-operador.
          move total-opc-tab(idx-opc) to total-edit.
          open output caixadia.
          close caixadia.

      * o total conferido fica em aberto na conciliacao bancaria
      * (84/cf) ate aparecer o deposito no extrato do banco.
       grava-pendencia.
          open extend concpend.
          if concpend-sts not equal "00"
               open output concpend.
          move "F" to tipo-pend.
          move data-completa to data-pend.
          move total-conferido to valor-pend.
          move oper-digitado to doc-pend.
          move data-completa to data-aberto-pend.
          write reg-concpend.
          close concpend.

       passa-pagto.
          read caixadia
              at end move "sim" to fim-arq
                  move cod-cxa to cod-pag
                  move valor-cxa to valor-pag
                  move recibo-cxa to recibo-pag
                  move data-cxa to data-pgto-pag
                  move 0 to tarifa-pag
                  move "C" to origem-pag
                  move acordo-cxa to acordo-pag
                  move parcela-cxa to parcela-pag
                  write reg-pagto.

      * identificacao do operador: 1 consulta, 2 atualizacao,
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
          move "58/BF" to prog-dia.
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
