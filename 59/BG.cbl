       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-parc
       file status is parcelas-sts.
       select arqmens assign to nome-arq-mens
       organization is line sequential
       file status is arqmens-sts.
       select arqpag assign to nome-arq-pag
       organization is line sequential
       file status is arqpag-sts.
       select extrato assign to disk
       organization is line sequential.

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

      * arquivos mortos dos anos fechados pelo 87/ci
       fd arqmens
          label record is standard.
          copy "arqmens.cpy".

       fd arqpag
          label record is standard.
          copy "arqpag.cpy".

       fd extrato
           label record are standard
       77 fim-ph-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 paghist-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 fim-par-arq pic x(3) value "nao".
       77 arqmens-sts pic x(2).
       77 arqpag-sts pic x(2).
       77 fim-arq-morto pic x(3) value "nao".
       77 nome-arq-mens pic x(40) value spaces.
       77 nome-arq-pag pic x(40) value spaces.
       77 data-completa pic 9(8) value 0.
       77 ano-corrente pic 9(4) value 0.
       77 ano-desde pic 9(4) value 0.
       77 ano-arq pic 9(4) value 0.
       77 cont-anos-arq pic 9(3) value 0.
       77 valor-reneg pic 9(7)v99 value 0.
       77 cod-busca pic 9(5) value 0.
       77 saldo-corrente pic s9(8)v99 value 0.
       77 cont-linhas pic 9(5) value 0.
       77 mes-compet pic 9(2) value 0.
       77 ano-compet pic 9(4) value 0.
       77 valor-edit pic z(6)9,99.
       77 saldo-edit pic -(7)9,99.

       PGM-1.
          display "CODIGO DO CLIENTE: " with no advancing.
          accept cod-busca.
          display "INCLUIR ANOS ARQUIVADOS DESDE (AAAA, 0 = NAO): "
              with no advancing.
          accept ano-desde.
          perform inicio.
          if ano-desde > 0
               perform lista-ano-arquivado varying ano-arq
                   from ano-desde by 1 until ano-arq > ano-corrente.
          perform lista-cobrancas until fim-arq = "sim".
          perform lista-parcelas until fim-par-arq = "sim".
          perform lista-pagamentos until fim-ph-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-completa from date yyyymmdd.
          divide data-completa by 10000 giving ano-corrente.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "EXTRATO: MENSALIDADES.DAT AUSENTE"
          open input paghist.
          if paghist-sts not equal "00"
               move "sim" to fim-ph-arq.
          open input parcelas.
          if parcelas-sts not equal "00"
               move "sim" to fim-par-arq.
          open output extrato.
          move spaces to linha-rel.
          string "EXTRATO DO CLIENTE " cod-busca into linha-rel.
               if cod-mens equal cod-busca
                    perform linha-cobranca
                    if acres-mens > 0
                         perform linha-acrescimo
                    end-if
                    if situa-mens equal "R"
                         perform linha-renegociada.

      * a competencia aaaa00 e o saldo que o fechamento anual
      * trouxe dos anos arquivados.
       linha-cobranca.
          add valor-mens to saldo-corrente.
          add 1 to cont-linhas.
          move valor-mens to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          divide compet-mens by 100 giving ano-compet
              remainder mes-compet.
          if mes-compet = 0
               string compet-mens "  SALDO DE ABERTURA     " valor-edit
                   " " saldo-edit into linha-rel
          else
               string compet-mens "  MENSALIDADE           " valor-edit
                   " " saldo-edit into linha-rel.
          write linha-rel.

       linha-acrescimo.
              " " saldo-edit into linha-rel.
          write linha-rel.

      * competencia renegociada: a divida sai da mensalidade e
      * volta como as parcelas do acordo, logo abaixo.
       linha-renegociada.
          compute valor-reneg = valor-mens + acres-mens.
          subtract valor-reneg from saldo-corrente.
          add 1 to cont-linhas.
          move valor-reneg to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          string compet-mens "  RENEGOCIADA ACORDO    " valor-edit
              " " saldo-edit into linha-rel.
          write linha-rel.

       lista-parcelas.
          read parcelas at end move "sim" to fim-par-arq.
          if fim-par-arq not equal "sim"
               if cod-parc equal cod-busca
                    perform linha-parcela.

       linha-parcela.
          add valor-parc to saldo-corrente.
          add 1 to cont-linhas.
          move valor-parc to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          string vencto-parc "  PARC " num-parc " ACORDO " acordo-parc
              "  " valor-edit " " saldo-edit into linha-rel.
          write linha-rel.

      * creditos: os pagamentos retidos na razao pelo 36/aj, com a
      * data da baixa e o numero do recibo do caixa.
       lista-pagamentos.
               if cod-ph equal cod-busca
                    perform linha-pagamento.

      * pagamento feito no banco sai com o rotulo proprio: o
      * recibo e o numero dado pelo retorno bancario (76/bx); o
      * pagamento de parcela de acordo tambem (linhas antigas da
      * razao nao tem o acordo). o estorno feito no caixa (58/bf)
      * volta o valor ao saldo devedor na linha negativa.
       linha-pagamento.
          subtract valor-ph from saldo-corrente.
          add 1 to cont-linhas.
          move valor-ph to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          if acordo-ph is not numeric
               move 0 to acordo-ph.
          evaluate true
              when origem-ph equal "E"
                   string compet-ph "  ESTORNO RECIBO   " recibo-ph
                       " " valor-edit " " saldo-edit into linha-rel
              when acordo-ph > 0
                   string compet-ph "  PAGTO PARCELA    " recibo-ph
                       " " valor-edit " " saldo-edit into linha-rel
              when origem-ph equal "B"
                   string compet-ph "  PAGAMENTO BANCO  " recibo-ph
                       " " valor-edit " " saldo-edit into linha-rel
              when other
                   string compet-ph "  PAGAMENTO RECIBO " recibo-ph
                       " " valor-edit " " saldo-edit into linha-rel
          end-evaluate.
          write linha-rel.

      * ano arquivado: as cobrancas e os pagamentos do ano saem do
      * arquivo morto pelas mesmas linhas do arquivo vivo; o que foi
      * em aberto para a abertura do ano seguinte (T) ou baixado
      * como perda (B) sai do saldo, como a renegociada.
       lista-ano-arquivado.
          move spaces to nome-arq-mens.
          string "arqmens-" delimited by size
              ano-arq delimited by size
              ".dat" delimited by size
              into nome-arq-mens.
          move spaces to nome-arq-pag.
          string "arqpag-" delimited by size
              ano-arq delimited by size
              ".dat" delimited by size
              into nome-arq-pag.
          move "nao" to fim-arq-morto.
          open input arqmens.
          if arqmens-sts equal "00"
               add 1 to cont-anos-arq
               move spaces to linha-rel
               string "ANO ARQUIVADO " ano-arq into linha-rel
               write linha-rel
               perform le-arqmens until fim-arq-morto = "sim".
          close arqmens.
          move "nao" to fim-arq-morto.
          open input arqpag.
          if arqpag-sts equal "00"
               perform le-arqpag until fim-arq-morto = "sim".
          close arqpag.

       le-arqmens.
          read arqmens at end move "sim" to fim-arq-morto.
          if fim-arq-morto not equal "sim"
               if cod-am equal cod-busca
                    perform linha-arquivada.

       linha-arquivada.
          move compet-am to compet-mens.
          move valor-am to valor-mens.
          move acres-am to acres-mens.
          perform linha-cobranca.
          if acres-mens > 0
               perform linha-acrescimo.
          evaluate situa-am
              when "R"
                   perform linha-renegociada
              when "T"
                   perform linha-transportada
              when "B"
                   perform linha-baixada
          end-evaluate.

       linha-transportada.
          compute valor-reneg = valor-mens + acres-mens.
          subtract valor-reneg from saldo-corrente.
          add 1 to cont-linhas.
          move valor-reneg to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          string compet-mens "  PARA SALDO DE ABERTURA" valor-edit
              " " saldo-edit into linha-rel.
          write linha-rel.

       linha-baixada.
          compute valor-reneg = valor-mens + acres-mens.
          subtract valor-reneg from saldo-corrente.
          add 1 to cont-linhas.
          move valor-reneg to valor-edit.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
          string compet-mens "  BAIXADA COMO PERDA    " valor-edit
              " " saldo-edit into linha-rel.
          write linha-rel.

       le-arqpag.
          read arqpag at end move "sim" to fim-arq-morto.
          if fim-arq-morto not equal "sim"
               if cod-ap equal cod-busca
                    move compet-ap to compet-ph
                    move valor-ap to valor-ph
                    move recibo-ap to recibo-ph
                    move origem-ap to origem-ph
                    move acordo-ap to acordo-ph
                    perform linha-pagamento.

       fim.
          move saldo-corrente to saldo-edit.
          move spaces to linha-rel.
               move "NENHUM LANCAMENTO PARA O CLIENTE" to linha-rel
               write linha-rel.
          close mensalidades extrato.
          if parcelas-sts equal "00" or parcelas-sts equal "10"
               close parcelas.
          if paghist-sts equal "00"
               close paghist.
          display "EXTRATO DO CLIENTE " cod-busca " GRAVADO EM "
              "EXTRATO.DAT - SALDO " saldo-edit.
          if ano-desde > 0
               display "EXTRATO: " cont-anos-arq " ANOS ARQUIVADOS "
                   "INCLUIDOS".
