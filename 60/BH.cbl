       access mode is random
       record key is chave-mens
       file status is mensalidades-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select ajustes assign to disk
       organization is line sequential
       file status is ajustes-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.
       fd suspensos
          label record is standard
          value of file-id is "suspensos.dat".
          copy "suspenso.cpy".

       fd suspwrk
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd ajustes
          label record is standard
          value of file-id is "ajustes.dat".
          copy "ajuste.cpy".

       fd operador
          label record is standard
       77 fim-arq pic x(3) value "nao".
       77 suspensos-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 ajustes-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 tem-parcelas pic x(3) value "nao".
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 resposta pic x(1) value " ".
       77 tot-susp pic 9(3) value 0.
       77 achou-cobranca pic x(3) value "nao".
       77 cont-propostos pic 9(3) value 0.
       77 cont-devolvidos pic 9(3) value 0.
       77 cont-pendentes pic 9(3) value 0.
       77 valor-edit pic z(6)9,99.
               03 recibo-susp-tab pic 9(6).
               03 motivo-susp-tab pic 9(1).
               03 situa-susp-tab  pic x(1).
               03 acordo-susp-tab pic 9(5).
               03 parcela-susp-tab pic 9(2).

       procedure division.

               stop run.
          perform carrega-suspensos until fim-arq = "sim".
          close suspensos.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "SUSPENSOS: MENSALIDADES.DAT NAO ABRE - "
                   "STATUS " mensalidades-sts
               move 8 to return-code
               stop run.
          open extend ajustes.
          if ajustes-sts not equal "00"
               open output ajustes.
          open input parcelas.
          if parcelas-sts equal "00"
               move "sim" to tem-parcelas.

       carrega-suspensos.
          read suspensos
                       move motivo-susp
                           to motivo-susp-tab(tot-susp)
                       move situa-susp to situa-susp-tab(tot-susp)
                       perform carrega-acordo-susp
                  else
                       display "SUSPENSOS.DAT EXCEDEU 500".

      * linhas gravadas antes do parcelamento nao tem o acordo
       carrega-acordo-susp.
          if acordo-susp is numeric and parcela-susp is numeric
               move acordo-susp to acordo-susp-tab(tot-susp)
               move parcela-susp to parcela-susp-tab(tot-susp)
          else
               move 0 to acordo-susp-tab(tot-susp)
               move 0 to parcela-susp-tab(tot-susp).

       principal.
          if situa-susp-tab(idx-sus) equal "P"
               perform resolve-item.
          display "SUSPENSO DE " data-susp-tab(idx-sus)
              " CLIENTE " cod-susp-tab(idx-sus)
              " COMPETENCIA " compet-susp-tab(idx-sus).
          if acordo-susp-tab(idx-sus) > 0
               display "PARCELA " parcela-susp-tab(idx-sus)
                   " DO ACORDO " acordo-susp-tab(idx-sus).
          display "VALOR " valor-edit " RECIBO "
              recibo-susp-tab(idx-sus) " MOTIVO " rotulo-motivo.
          display "A=PROPOR REAPLICACAO  D=DEVOLVER  OUTRA PULA: "
               with no advancing.
          accept resposta.
          if resposta equal "a" move "A" to resposta.
                   display "ITEM MANTIDO EM SUSPENSO"
          end-evaluate.

      * reaplicacao: confere que a cobranca (ou a parcela do
      * acordo) da mesma competencia esta aberta e grava a proposta
      * em ajustes.dat com o operador que olhou o caso, mesmo com
      * diferenca de valor. a baixa e a razao so mudam quando outro
      * operador de nivel 3 aprovar no 83/ce; ate la o item fica
      * em V e nao volta para esta tela.
       aplica-suspenso.
          if acordo-susp-tab(idx-sus) > 0
               perform aplica-parcela
          else
               perform aplica-mensalidade.

       aplica-mensalidade.
          move "nao" to achou-cobranca.
          move compet-susp-tab(idx-sus) to compet-mens.
          move cod-susp-tab(idx-sus) to cod-mens.
               display "AINDA SEM COBRANCA ABERTA PARA APLICAR - "
                   "ITEM MANTIDO EM SUSPENSO"
          else
               perform propoe-ajuste
               display "REAPLICACAO NA COBRANCA DE "
                   compet-susp-tab(idx-sus) " PROPOSTA - AGUARDA "
                   "APROVACAO".

      * pagamento de parcela de acordo vai para a parcela, nao para
      * a mensalidade, que ficou renegociada
       aplica-parcela.
          move "nao" to achou-cobranca.
          if tem-parcelas equal "sim"
               move acordo-susp-tab(idx-sus) to acordo-parc
               move parcela-susp-tab(idx-sus) to num-parc
               read parcelas
                    invalid key
                         continue
                    not invalid key
                         if situa-parc equal "P"
                              move "sim" to achou-cobranca.
          if achou-cobranca equal "nao"
               display "PARCELA SEM SALDO ABERTO PARA APLICAR - "
                   "ITEM MANTIDO EM SUSPENSO"
          else
               perform propoe-ajuste
               display "REAPLICACAO NA PARCELA "
                   parcela-susp-tab(idx-sus) " DO ACORDO "
                   acordo-susp-tab(idx-sus) " PROPOSTA - AGUARDA "
                   "APROVACAO".

       propoe-ajuste.
          move data-execucao to data-prop-aj.
          move "R" to tipo-aj.
          move data-susp-tab(idx-sus) to data-susp-aj.
          move recibo-susp-tab(idx-sus) to recibo-aj.
          move compet-susp-tab(idx-sus) to compet-aj.
          move cod-susp-tab(idx-sus) to cod-aj.
          move valor-susp-tab(idx-sus) to valor-aj.
          move acordo-susp-tab(idx-sus) to acordo-aj.
          move parcela-susp-tab(idx-sus) to parcela-aj.
          move oper-digitado to oper-prop-aj.
          move "P" to situa-aj.
          move spaces to oper-aprov-aj.
          move 0 to data-aprov-aj.
          move spaces to obs-aj.
          write reg-ajuste.
          move "V" to situa-susp-tab(idx-sus).
          add 1 to cont-propostos.

       fim.
          perform conta-pendentes varying idx-sus from 1 by 1
              until idx-sus > tot-susp.
          perform regrava-suspensos.
          close mensalidades ajustes.
          if tem-parcelas equal "sim"
               close parcelas.
          display " ".
          display "RESOLUCAO DE SUSPENSOS: " cont-propostos
              " PROPOSTOS, " cont-devolvidos " DEVOLVIDOS, "
              cont-pendentes " PENDENTES".

       conta-pendentes.
          move recibo-susp-tab(idx-sus) to recibo-susp.
          move motivo-susp-tab(idx-sus) to motivo-susp.
          move situa-susp-tab(idx-sus) to situa-susp.
          move acordo-susp-tab(idx-sus) to acordo-susp.
          move parcela-susp-tab(idx-sus) to parcela-susp.
          write reg-suspenso.

      * identificacao do operador: 1 consulta, 2 atualizacao,
