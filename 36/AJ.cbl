       select suspensos assign to disk
       organization is line sequential
       file status is suspensos-sts.
       select acordos assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-acordo
       file status is acordos-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-parc
       file status is parcelas-sts.
       select cobext assign to disk
       organization is indexed
       access mode is random
       record key is cod-ext
       file status is cobext-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select relinad assign to disk
       organization is line sequential.
       select auditoria assign to disk
          copy "mensalidade.cpy".

      * pagamentos recebidos, um por linha: competencia, cliente,
      * valor e o recibo do caixa (58/bf) ou do retorno (76/bx)
       fd pagtos
          label record is standard
          value of file-id is "pagtos.dat".
          copy "pagto.cpy".

      * razao permanente dos pagamentos baixados: a baixa nao joga
      * mais o pagamento fora, o extrato do 59/bg le daqui.
       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

      * pagamentos em suspenso: o que nao casa limpo com uma
      * cobranca vai para ca com o motivo (1 sem cobranca, 2 valor
       fd suspensos
          label record is standard
          value of file-id is "suspensos.dat".
          copy "suspenso.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd relinad
           label record are standard
          copy "auditoria.cpy".

       working-storage section.
       77 parmcent-sts pic x(2).
       77 tot-parmcent pic 9(3) value 0.
       77 data-hoje-parm pic 9(8) value 0.
       77 nome-parm-busca pic x(10) value spaces.
       77 data-parm-achada pic 9(8) value 0.
       77 achou-parm pic x(3) value "nao".
       01 tabela-parmcent.
           02 item-parmcent occurs 100 times indexed by idx-pc.
               03 nome-pc  pic x(10).
               03 data-pc  pic 9(8).
               03 valor-pc pic x(10).
       01 valor-parm-achado.
           02 valor-parm-queb pic 9(2).
           02 filler pic x(8).
       77 acordos-sts pic x(2).
       77 cobext-sts pic x(2).
       77 tem-cobext pic x(3) value "nao".
       77 parcelas-sts pic x(2).
       77 tem-acordos pic x(3) value "nao".
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 limite-quebra pic 9(2) value 2.
       77 parc-abertas pic 9(2) value 0.
       77 parc-vencidas pic 9(2) value 0.
       77 idx-par pic 9(2) value 0.
       77 idx-cmp pic 9(2) value 0.
       77 cont-quitados pic 9(5) value 0.
       77 cont-quebrados pic 9(5) value 0.
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 pagtos-sts pic x(2).

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          move data-completa to data-hoje-parm.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "ACORDOQUEB" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim" and valor-parm-queb > 0
               move valor-parm-queb to limite-quebra.
          open i-o mensalidades.
          if mensalidades-sts not equal "00"
               display "BAIXA: MENSALIDADES.DAT NAO ABRE - STATUS "
          open extend paghist.
          if paghist-sts not equal "00"
               open output paghist.
          open i-o acordos.
          if acordos-sts equal "00"
               move "sim" to tem-acordos
               open i-o parcelas
               if parcelas-sts not equal "00"
                    open output parcelas
                    close parcelas
                    open i-o parcelas.
          open i-o cobext.
          if cobext-sts equal "00"
               move "sim" to tem-cobext.
          open extend suspensos.
          if suspensos-sts not equal "00"
               open output suspensos.
      * so o caso limpo baixa: valor exato contra cobranca aberta,
      * lida direto pela chave do arquivo indexado. pagamento sem
      * cobranca, duplicado, a menor ou a maior vai para o arquivo
      * de suspensos esperar a tela 60/bh. cobranca renegociada
      * (R) nao esta aberta: quem paga sao as parcelas do acordo,
      * e o titulo antigo pago vai a suspenso como duplicado.
       baixa-pagto.
          if acordo-pag is not numeric
               move 0 to acordo-pag
               move 0 to parcela-pag.
          if acordo-pag > 0
               perform baixa-parcela
          else
               perform baixa-mensalidade.

       baixa-mensalidade.
          move "nao" to achou-cobranca.
          move compet-pag to compet-mens.
          move cod-pag to cod-mens.
          if achou-cobranca equal "nao"
               perform manda-suspenso
          else
               if situa-mens not equal "P"
                    move 4 to motivo-achado
                    perform manda-suspenso
               else
                   perform manda-suspenso
          end-evaluate.

      * parcela de acordo: a mesma regra do valor exato, contra a
      * parcela lida pela chave acordo + numero
       baixa-parcela.
          move "nao" to achou-cobranca.
          if tem-acordos equal "sim"
               move acordo-pag to acordo-parc
               move parcela-pag to num-parc
               read parcelas
                    invalid key
                         continue
                    not invalid key
                         move "sim" to achou-cobranca.
          evaluate true
              when achou-cobranca equal "nao"
                   move 1 to motivo-achado
                   perform manda-suspenso
              when situa-parc not equal "P"
                   move 4 to motivo-achado
                   perform manda-suspenso
              when valor-pag equal valor-parc
                   move "Q" to situa-parc
                   move data-execucao to data-pgto-parc
                   move recibo-pag to recibo-parc
                   rewrite reg-parcela
                   add 1 to cont-baixas
                   perform guarda-paghist
              when valor-pag < valor-parc
                   move 2 to motivo-achado
                   perform manda-suspenso
              when other
                   move 3 to motivo-achado
                   perform manda-suspenso
          end-evaluate.

       manda-suspenso.
          move data-execucao to data-susp.
          move compet-pag to compet-susp.
          move recibo-pag to recibo-susp.
          move motivo-achado to motivo-susp.
          move "P" to situa-susp.
          move acordo-pag to acordo-susp.
          move parcela-pag to parcela-susp.
          write reg-suspenso.
          add 1 to cont-susp.
          move valor-pag to valor-edit.
          move valor-pag to valor-ph.
          move data-execucao to data-ph.
          move recibo-pag to recibo-ph.
          move data-pgto-pag to data-pgto-ph.
          move tarifa-pag to tarifa-ph.
          move origem-pag to origem-ph.
          move acordo-pag to acordo-ph.
          move parcela-pag to parcela-ph.
          move space to cobext-ph.
          if tem-cobext equal "sim"
               perform marca-cobext.
          write reg-paghist.

      * cliente encaminhado a cobranca externa (81/cc): o
      * pagamento sai marcado na razao e soma no recuperado, que e
      * a base da comissao da agencia.
       marca-cobext.
          move cod-pag to cod-ext.
          read cobext
               invalid key
                    continue
               not invalid key
                    if situa-ext equal "E"
                         move "S" to cobext-ph
                         add valor-pag to valor-recup-ext
                         rewrite reg-cobext.

       fim.
          move "nao" to fim-arq.
          move low-values to chave-mens.
          if cont-abertas = 0
               move "NENHUMA MENSALIDADE EM ABERTO" to linha-rel
               write linha-rel.
          if tem-acordos equal "sim"
               perform controla-acordos
               close acordos parcelas.
          if tem-cobext equal "sim"
               close cobext.
          close pagtos paghist suspensos relinad mensalidades.
          move "36-BAIXA" to prog-aud.
          move data-execucao to data-aud.
                           cod-mens " " nome-mens " "
                           valor-edit into linha-rel
                       write linha-rel.

      * depois da baixa, cada acordo ativo e conferido: todas as
      * parcelas pagas quitam o acordo e as competencias que ele
      * renegociou; ACORDOQUEB parcelas vencidas (vencimento antes
      * do mes corrente, ainda P) quebram o acordo - as parcelas
      * abertas ficam como a divida, para o aging e a cobranca.
       controla-acordos.
          move "nao" to fim-arq.
          move low-values to num-acordo.
          start acordos key not < num-acordo
               invalid key move "sim" to fim-arq
          end-start.
          perform confere-acordo until fim-arq = "sim".
          move spaces to linha-rel.
          string "ACORDOS QUITADOS " cont-quitados " QUEBRADOS "
              cont-quebrados " (LIMITE " limite-quebra
              " PARCELAS VENCIDAS)" into linha-rel.
          write linha-rel.

       confere-acordo.
          read acordos next
              at end move "sim" to fim-arq
              not at end
                  if situa-acordo equal "A"
                       perform conta-parcelas
                       perform decide-acordo.

       conta-parcelas.
          move 0 to parc-abertas.
          move 0 to parc-vencidas.
          perform conta-parcela varying idx-par from 1 by 1
              until idx-par > qtd-parc-acordo.

       conta-parcela.
          move num-acordo to acordo-parc.
          move idx-par to num-parc.
          read parcelas
               invalid key
                    continue
               not invalid key
                    if situa-parc equal "P"
                         add 1 to parc-abertas
                         if vencto-parc < competencia
                              add 1 to parc-vencidas.

       decide-acordo.
          evaluate true
              when parc-abertas = 0
                   move "Q" to situa-acordo
                   move data-execucao to data-situa-acordo
                   rewrite reg-acordo
                   add 1 to cont-quitados
                   perform quita-competencias varying idx-cmp
                       from 1 by 1 until idx-cmp > qtd-comp-acordo
                   move spaces to linha-rel
                   string "ACORDO " num-acordo " CLIENTE " cod-acordo
                       " QUITADO" into linha-rel
                   write linha-rel
              when parc-vencidas not < limite-quebra
                   move "X" to situa-acordo
                   move data-execucao to data-situa-acordo
                   rewrite reg-acordo
                   add 1 to cont-quebrados
                   move spaces to linha-rel
                   string "ACORDO " num-acordo " CLIENTE " cod-acordo
                       " QUEBRADO - " parc-vencidas
                       " PARCELAS VENCIDAS" into linha-rel
                   write linha-rel
              when other
                   continue
          end-evaluate.

       quita-competencias.
          move compet-acordo(idx-cmp) to compet-mens.
          move cod-acordo to cod-mens.
          read mensalidades
               invalid key
                    continue
               not invalid key
                    if situa-mens equal "R"
                         move "Q" to situa-mens
                         rewrite reg-mens.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida.
       carrega-parmcent.
          read parmcent
              at end move "99" to parmcent-sts
              not at end
                  if tot-parmcent < 100
                       add 1 to tot-parmcent
                       move nome-parm to nome-pc(tot-parmcent)
                       move data-efet-parm to data-pc(tot-parmcent)
                       move valor-parm to valor-pc(tot-parmcent)
                  else
                       display "PARMCENT.DAT EXCEDEU 100 PARAMETROS".

       busca-parmcent.
          move "nao" to achou-parm.
          move 0 to data-parm-achada.
          perform acha-parmcent varying idx-pc from 1 by 1
              until idx-pc > tot-parmcent.

       acha-parmcent.
          if nome-pc(idx-pc) equal nome-parm-busca
               and data-pc(idx-pc) not > data-hoje-parm
               and data-pc(idx-pc) not < data-parm-achada
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.
