       identification division.
       program-id. CA.
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
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select arqmens assign to nome-arq-mens
       organization is line sequential
       file status is arqmens-sts.
       select arqpag assign to nome-arq-pag
       organization is line sequential
       file status is arqpag-sts.
       select respfin assign to disk
       organization is indexed
       access mode is sequential
       record key is num-resp
       file status is respfin-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select devolucoes assign to disk
       organization is line sequential
       file status is devolucoes-sts.
       select maladecl assign to disk
       organization is line sequential.
       select reldecl assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

      * arquivos mortos do ano pedido, quando o 87/ci ja o fechou
       fd arqmens
          label record is standard.
          copy "arqmens.cpy".

       fd arqpag
          label record is standard.
          copy "arqpag.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       fd devolucoes
          label record is standard
          value of file-id is "devolucoes.dat".
       01 reg-devolucao.
          02 num-dev   pic 9(5).
          02 data-dev  pic 9(6).
          02 situa-dev pic x(1).

       fd maladecl
          label record is standard
          value of file-id is "maladecl.dat".
       01 reg-mala-d pic x(165).

       fd reldecl
           label record are standard
           value of file-id is "reldecl.dat".
       01 linha-rel pic x(80).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 paghist-sts pic x(2).
       77 arqmens-sts pic x(2).
       77 arqpag-sts pic x(2).
       77 fim-arq-morto pic x(3) value "nao".
       77 nome-arq-mens pic x(40) value spaces.
       77 nome-arq-pag pic x(40) value spaces.
       77 respfin-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 devolucoes-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 ano-decl pic 9(4) value 0.
       77 ano-mov pic 9(4) value 0.
       77 cod-busca pic 9(5) value 0.
       77 num-busca pic 9(5) value 0.
       77 tot-cli pic 9(4) value 0.
       77 idx-cli-achado pic 9(4) value 0.
       77 tot-dev pic 9(4) value 0.
       77 idx-dev-achado pic 9(4) value 0.
       77 endereco-vale pic x(3) value "sim".
       77 cont-lidos pic 9(7) value 0.
       77 cont-emitidas pic 9(7) value 0.
       77 cont-em-aberto pic 9(7) value 0.
       77 cont-sem-endereco pic 9(7) value 0.
       77 cont-suprimidos pic 9(7) value 0.
       77 valor-edit pic z(6)9,99.
       77 cont-edit pic z(6)9.
       01 tabela-clientes.
           02 item-cli occurs 5000 times indexed by idx-cli.
               03 cod-cli-tab     pic 9(5).
               03 nome-cli-tab    pic x(30).
               03 num-alu-tab     pic 9(5).
               03 pago-cli-tab    pic 9(7)v99.
               03 abertas-cli-tab pic 9(2).
               03 compet-abt-tab  pic 9(6) occurs 12 times.
       01 tabela-devolucoes.
           02 item-dev occurs 2000 times indexed by idx-dev.
               03 num-dev-tab   pic 9(5).
               03 situa-dev-tab pic x(1).
          copy "mala.cpy".
       77 idx-abt pic 9(2) value 0.
       01 linha-abertas.
           02 rotulo-abt pic x(11).
           02 item-abt occurs 9 times.
               03 filler         pic x(1).
               03 compet-abt-lin pic 9(6).

       procedure division.

      * declaracao anual de quitacao: todo cliente com cobranca no
      * ano e nenhuma competencia do ano fora de Q recebe a carta,
      * no layout da mala direta do 34/ah, no endereco do aluno
      * que ele sustenta (respfin + cadcont). quem nao se qualifica
      * sai na lista com as competencias em aberto. ano ja fechado
      * pelo 87/ci e lido tambem do arquivo morto do ano.
       PGM-1.
          perform inicio.
          perform carrega-cobrancas until fim-arq = "sim".
          perform carrega-arquivadas.
          perform soma-pagamentos.
          perform acha-enderecos.
          perform emite-cliente varying idx-cli from 1 by 1
              until idx-cli > tot-cli.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          display "ANO DA DECLARACAO (AAAA): " with no advancing.
          accept ano-decl.
          if ano-decl < 2000
               display "ANO INVALIDO - DECLARACAO NAO EMITIDA"
               move 8 to return-code
               stop run.
          move spaces to nome-arq-mens.
          string "arqmens-" delimited by size
              ano-decl delimited by size
              ".dat" delimited by size
              into nome-arq-mens.
          move spaces to nome-arq-pag.
          string "arqpag-" delimited by size
              ano-decl delimited by size
              ".dat" delimited by size
              into nome-arq-pag.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "DECLARACAO: MENSALIDADES.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open input devolucoes.
          if devolucoes-sts equal "00"
               perform carrega-devolucoes until fim-arq = "sim".
          close devolucoes.
          move "nao" to fim-arq.
          open output maladecl reldecl.
          move spaces to linha-rel.
          string "DECLARACAO ANUAL DE QUITACAO - ANO " ano-decl
              into linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.

      * so as competencias do ano; qualquer situacao que nao seja
      * Q conta como em aberto para a lei
       carrega-cobrancas.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  perform conta-cobranca.

       conta-cobranca.
          divide compet-mens by 100 giving ano-mov.
          if ano-mov equal ano-decl
               move cod-mens to cod-busca
               perform acha-cliente
               if idx-cli-achado = 0
                    perform novo-cliente
               end-if
               if idx-cli-achado not = 0
                    perform marca-cobranca.

      * a cobranca arquivada passa pelas mesmas regras da viva: a
      * que foi para a abertura do ano seguinte (T) ou baixada como
      * perda (B) nao esta quitada e tira o cliente da declaracao.
       carrega-arquivadas.
          move "nao" to fim-arq-morto.
          open input arqmens.
          if arqmens-sts equal "00"
               perform le-arqmens until fim-arq-morto = "sim".
          close arqmens.

       le-arqmens.
          read arqmens
              at end move "sim" to fim-arq-morto
              not at end
                  move compet-am to compet-mens
                  move cod-am to cod-mens
                  move nome-am to nome-mens
                  move situa-am to situa-mens
                  perform conta-cobranca.

       acha-cliente.
          move 0 to idx-cli-achado.
          perform confere-cliente varying idx-cli from 1 by 1
              until idx-cli > tot-cli.

       confere-cliente.
          if idx-cli-achado = 0 and cod-cli-tab(idx-cli) = cod-busca
               move idx-cli to idx-cli-achado.

       novo-cliente.
          if tot-cli < 5000
               add 1 to tot-cli
               move cod-mens to cod-cli-tab(tot-cli)
               move nome-mens to nome-cli-tab(tot-cli)
               move 0 to num-alu-tab(tot-cli)
               move 0 to pago-cli-tab(tot-cli)
               move 0 to abertas-cli-tab(tot-cli)
               move tot-cli to idx-cli-achado
          else
               display "DECLARACAO: MAIS DE 5000 CLIENTES NO ANO - "
                   "CLIENTE " cod-mens " FORA".

       marca-cobranca.
          if situa-mens not equal "Q"
               add 1 to abertas-cli-tab(idx-cli-achado)
               if abertas-cli-tab(idx-cli-achado) not > 12
                    move compet-mens to compet-abt-tab
                        (idx-cli-achado abertas-cli-tab
                        (idx-cli-achado)).

      * o valor pago no ano sai no relatorio de conferencia
       soma-pagamentos.
          close mensalidades.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts equal "00"
               perform le-pagamento until fim-arq = "sim".
          close paghist.
          move "nao" to fim-arq-morto.
          open input arqpag.
          if arqpag-sts equal "00"
               perform le-arqpag until fim-arq-morto = "sim".
          close arqpag.

       le-pagamento.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  divide compet-ph by 100 giving ano-mov
                  if ano-mov equal ano-decl
                       move cod-ph to cod-busca
                       perform acha-cliente
                       if idx-cli-achado not = 0
                            add valor-ph to pago-cli-tab
                                (idx-cli-achado).

       le-arqpag.
          read arqpag
              at end move "sim" to fim-arq-morto
              not at end
                  divide compet-ap by 100 giving ano-mov
                  if ano-mov equal ano-decl
                       move cod-ap to cod-busca
                       perform acha-cliente
                       if idx-cli-achado not = 0
                            add valor-ap to pago-cli-tab
                                (idx-cli-achado).

      * o endereco e o do primeiro aluno vinculado ao cliente
       acha-enderecos.
          move "nao" to fim-arq.
          open input respfin.
          if respfin-sts equal "00"
               perform le-vinculo until fim-arq = "sim".
          close respfin.
          open input cadcont.
          if cadcont-sts not equal "00"
               display "DECLARACAO: CADCONT.DAT AUSENTE - SEM "
                   "ENDERECO PARA AS CARTAS"
               close maladecl reldecl auditoria
               move 8 to return-code
               stop run.

       le-vinculo.
          read respfin
              at end move "sim" to fim-arq
              not at end
                  move cod-resp to cod-busca
                  perform acha-cliente
                  if idx-cli-achado not = 0
                       if num-alu-tab(idx-cli-achado) = 0
                            move num-resp to
                                num-alu-tab(idx-cli-achado).

       emite-cliente.
          add 1 to cont-lidos.
          if abertas-cli-tab(idx-cli) > 0
               perform lista-em-aberto
          else
               perform emite-carta.

       lista-em-aberto.
          add 1 to cont-em-aberto.
          move spaces to linha-rel.
          string "NAO QUALIFICA: CLIENTE " cod-cli-tab(idx-cli) " "
              nome-cli-tab(idx-cli) into linha-rel.
          write linha-rel.
          move spaces to linha-abertas.
          move "  EM ABERTO" to rotulo-abt.
          perform poe-aberta varying idx-abt from 1 by 1
              until idx-abt > abertas-cli-tab(idx-cli)
                 or idx-abt > 9.
          write linha-rel from linha-abertas.

      * a linha mostra ate nove competencias; o ano tem doze, mas
      * quem deve dez meses ja esta na cobranca.
       poe-aberta.
          move compet-abt-tab(idx-cli idx-abt)
              to compet-abt-lin(idx-abt).

       emite-carta.
          move num-alu-tab(idx-cli) to num-busca.
          move "sim" to endereco-vale.
          if num-busca = 0
               move "nao" to endereco-vale
          else
               move num-busca to num-cont
               read cadcont
                    invalid key
                         move "nao" to endereco-vale.
          if endereco-vale equal "nao"
               add 1 to cont-sem-endereco
               move spaces to linha-rel
               string "SEM ENDERECO: CLIENTE " cod-cli-tab(idx-cli)
                   " " nome-cli-tab(idx-cli) into linha-rel
               write linha-rel
          else
               perform confere-devolucao
               if endereco-vale equal "sim"
                    perform grava-carta.

       grava-carta.
          move cod-cli-tab(idx-cli) to num-mala.
          move nome-cli-tab(idx-cli) to nome-mala.
          move 0 to media-mala.
          move ender1-cont to ender1-mala.
          move ender2-cont to ender2-mala.
          move cidade-cont to cidade-mala.
          move cep-cont to cep-mala.
          move resp-cont to resp-mala.
          write reg-mala-d from registro-mala.
          add 1 to cont-emitidas.
          move pago-cli-tab(idx-cli) to valor-edit.
          move spaces to linha-rel.
          string "QUITADO: CLIENTE " cod-cli-tab(idx-cli) " "
              nome-cli-tab(idx-cli) " PAGO " valor-edit
              into linha-rel.
          write linha-rel.

      * vale o ultimo desfecho anotado de cada aluno, como no 34/ah
       carrega-devolucoes.
          read devolucoes
              at end move "sim" to fim-arq
              not at end
                  perform guarda-devolucao.

       guarda-devolucao.
          move 0 to idx-dev-achado.
          perform acha-devolucao varying idx-dev from 1 by 1
              until idx-dev > tot-dev.
          if idx-dev-achado = 0
               if tot-dev < 2000
                    add 1 to tot-dev
                    move num-dev to num-dev-tab(tot-dev)
                    move tot-dev to idx-dev-achado
               else
                    display "TABELA DE DEVOLUCOES CHEIA".
          if idx-dev-achado not = 0
               move situa-dev to situa-dev-tab(idx-dev-achado).

       acha-devolucao.
          if idx-dev-achado = 0
               and num-dev-tab(idx-dev) equal num-dev
               move idx-dev to idx-dev-achado.

       confere-devolucao.
          move 0 to idx-dev-achado.
          perform acha-dev-busca varying idx-dev from 1 by 1
              until idx-dev > tot-dev.
          if idx-dev-achado not = 0
               and (situa-dev-tab(idx-dev-achado) equal "D"
                    or situa-dev-tab(idx-dev-achado) equal "R")
               move "nao" to endereco-vale
               add 1 to cont-suprimidos
               move spaces to linha-rel
               string "SUPRIMIDO: CLIENTE " cod-cli-tab(idx-cli)
                   " ENDERECO DO ALUNO " num-busca " DESFECHO "
                   situa-dev-tab(idx-dev-achado) into linha-rel
               write linha-rel.

       acha-dev-busca.
          if idx-dev-achado = 0
               and num-dev-tab(idx-dev) equal num-busca
               move idx-dev to idx-dev-achado.

       fim.
          if cadcont-sts equal "00" or cadcont-sts equal "23"
               close cadcont.
          if tot-cli = 0
               move spaces to linha-rel
               string "NENHUMA COBRANCA DO ANO " ano-decl
                   " NO ARQUIVO VIVO NEM NO MORTO" into linha-rel
               write linha-rel
               display "DECLARACAO: NENHUMA COBRANCA DO ANO "
                   ano-decl " ENCONTRADA".
          move cont-emitidas to cont-edit.
          move spaces to linha-rel.
          string "DECLARACOES EMITIDAS ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-em-aberto to cont-edit.
          move spaces to linha-rel.
          string "NAO QUALIFICADOS ......... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-endereco to cont-edit.
          move spaces to linha-rel.
          string "SEM ENDERECO ............. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-suprimidos to cont-edit.
          move spaces to linha-rel.
          string "SUPRIMIDOS POR DEVOLUCAO . " cont-edit
              into linha-rel.
          write linha-rel.
          close maladecl reldecl.
          move "79-DECLA" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-emitidas to grava-aud.
          compute rejeita-aud = cont-em-aberto + cont-sem-endereco
              + cont-suprimidos.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "DECLARACAO " ano-decl ": " cont-emitidas
              " EMITIDAS, " cont-em-aberto " NAO QUALIFICADOS - VER "
              "RELDECL.DAT".
