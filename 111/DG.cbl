       identification division.
       program-id. DG.
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
       select cadalu assign to disk
       organization is indexed
       access mode is sequential
       record key is num-ent
       file status is cadalu-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select bolsas assign to disk
       organization is line sequential
       file status is bolsas-sts.
       select precos assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-preco
       file status is precos-sts.
       select concluintes assign to disk
       organization is line sequential
       file status is concluintes-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select parmmens assign to disk
       organization is line sequential
       file status is parmmens-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select relprevisao assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd bolsas
          label record is standard
          value of file-id is "bolsas.dat".
          copy "bolsa.cpy".

       fd precos
          label record is standard
          value of file-id is "precos.dat".
          copy "preco.cpy".

       fd concluintes
          label record is standard
          value of file-id is "concluintes.dat".
          copy "concluinte.cpy".

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd parmmens
          label record is standard
          value of file-id is "parmmens.dat".
       01 reg-parmmens.
          02 valor-mens-ent pic 9(6)v9(2).

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd relprevisao
           label record are standard
           value of file-id is "relprevisao.dat".
       01 linha-rel pic x(90).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
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
           02 valor-parm-irmao pic 9(3).
           02 filler pic x(7).
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 visao-parm-novos redefines valor-parm-achado.
           02 valor-parm-novos pic 9(5).
           02 filler pic x(5).
       01 visao-parm-meses redefines valor-parm-achado.
           02 valor-parm-meses pic 9(2).
           02 filler pic x(8).
       77 fim-arq pic x(3) value "nao".
       77 fim-bolsa-arq pic x(3) value "nao".
       77 fim-preco-arq pic x(3) value "nao".
       77 fim-conc-arq pic x(3) value "nao".
       77 fim-mens-arq pic x(3) value "nao".
       77 cadalu-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 respfin-sts pic x(2).
       77 bolsas-sts pic x(2).
       77 precos-sts pic x(2).
       77 concluintes-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 parmmens-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 tem-cadcli1 pic x(3) value "nao".
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-compet pic 9(4) value 0.
       77 mes-compet pic 9(2) value 0.
       77 ano-charge pic 9(4) value 0.
       77 mes-charge pic 9(2) value 0.
       77 meses-atraso pic s9(4) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 valor-base pic 9(6)v9(2) value 500.
       77 pct-irmao pic 9(3) value 0.
       77 novos-previstos pic 9(5) value 0.
       77 meses-termo pic 9(2) value 6.
       77 cod-pagante pic 9(5) value 0.
       77 renda-cliente pic 9(6)v9(2) value 0.
       77 fator-renda pic 9(1)v9(2) value 1.
       77 valor-aluno pic 9(6)v9(2) value 0.
       77 desc-aluno pic 9(6)v9(2) value 0.
       77 desc-bolsa pic 9(6)v9(2) value 0.
       77 turma-busca pic x(1) value " ".
       77 unid-busca pic 9(2) value 0.
       77 valor-preco-achado pic 9(6)v9(2) value 0.
       77 idx-uni pic 9(3) value 0.
       77 idx-tma pic 9(1) value 0.
       77 idx-maior pic 9(3) value 0.
       77 maior-turma-a pic 9(5) value 0.
       77 tot-turma-a pic 9(5) value 0.
       77 novos-distribuidos pic 9(5) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-projetados pic 9(7) value 0.
       77 cont-inativo pic 9(7) value 0.
       77 cont-concluinte pic 9(7) value 0.
       77 cont-sem-resp pic 9(7) value 0.
       77 cont-sem-preco pic 9(7) value 0.
       77 cont-descontos pic 9(7) value 0.
       77 cont-bolsas pic 9(7) value 0.
       77 cont-mens pic 9(7) value 0.
       77 cobrado-maduro pic 9(9)v99 value 0.
       77 aberto-maduro pic 9(9)v99 value 0.
       77 taxa-perda pic 9(3)v99 value 0.
       77 liquido-mes pic 9(9)v99 value 0.
       77 previsto-termo pic 9(9)v99 value 0.
       77 perda-termo pic 9(9)v99 value 0.
       77 cobravel-termo pic 9(9)v99 value 0.
       77 unid-previsto pic 9(9)v99 value 0.
       77 tot-previsto pic 9(9)v99 value 0.
       77 tot-perda pic 9(9)v99 value 0.
       77 tot-cobravel pic 9(9)v99 value 0.
       77 tot-realizado pic 9(9)v99 value 0.
       77 variacao pic s9(9)v99 value 0.
       77 unid-edit pic 99.
       77 qtd-edit pic zzzz9.
       77 cont-edit pic zzzzzz9.
       77 valor-edit pic z(7)9,99.
       77 preco-edit pic z(7)9,99.
       77 irmao-edit pic z(7)9,99.
       77 bolsa-edit pic z(7)9,99.
       77 termo-edit pic z(8)9,99.
       77 perda-edit pic z(8)9,99.
       77 cobravel-edit pic z(8)9,99.
       77 realizado-edit pic z(8)9,99.
       77 variacao-edit pic -z(8)9,99.
       77 taxa-edit pic zz9,99.
       77 tot-preco pic 9(4) value 0.
       77 idx-preco-achado pic 9(4) value 0.
       77 tot-bolsa pic 9(4) value 0.
       77 idx-bolsa-achado pic 9(4) value 0.
       77 tot-fam pic 9(4) value 0.
       77 idx-fam-achado pic 9(4) value 0.
       77 tot-conc pic 9(5) value 0.
       77 achou-concluinte pic x(3) value "nao".
       77 tot-vin pic 9(5) value 0.
       77 idx-vin-achado pic 9(5) value 0.
      * preco mais novo de cada turma e unidade, inclusive o
      * reajuste ja lancado pelo 86/ch para o termo que vem.
       01 tabela-precos.
           02 item-preco occurs 500 times indexed by idx-prc.
               03 turma-prc-tab  pic x(1).
               03 unid-prc-tab   pic 9(2).
               03 chave-prc-tab  pic 9(6).
               03 valor-prc-tab  pic 9(6)v9(2).
       77 parte-termo pic 9(2) value 0.
       77 parte-ano pic 9(4) value 0.
       77 chave-lida pic 9(6) value 0.
       01 tabela-bolsas.
           02 item-bol occurs 2000 times indexed by idx-bol.
               03 cod-bol-tab pic 9(5).
               03 pct-bol-tab pic 9(3).
      * familias: clientes pagantes com a conta de matriculas
       01 tabela-familia.
           02 item-fam occurs 2000 times indexed by idx-fam.
               03 cod-fam-tab  pic 9(5).
               03 cont-fam-tab pic 9(2).
       01 tabela-concluintes.
           02 num-conc-tab pic 9(5) occurs 5000 times
               indexed by idx-cnc.
      * cliente pagante de cada aluno vinculado, ativo ou nao, para
      * levar a cobranca realizada a unidade do aluno
       01 tabela-vinculos.
           02 item-vin occurs 5000 times indexed by idx-vin.
               03 cod-vin-tab  pic 9(5).
               03 unid-vin-tab pic 9(2).
      * previsao por unidade (00 a 99, na posicao unidade + 1) e
      * turma: A, B, C, outras e as matriculas novas previstas
       01 tabela-previsao.
           02 item-unid occurs 100 times.
               03 item-tma occurs 5 times.
                   04 qtd-prev   pic 9(5) value 0.
                   04 preco-prev pic 9(8)v99 value 0.
                   04 irmao-prev pic 9(8)v99 value 0.
                   04 bolsa-prev pic 9(8)v99 value 0.
               03 realizado-unid pic 9(9)v99 value 0.
       01 tabela-rotulos.
           02 filler pic x(6) value "A".
           02 filler pic x(6) value "B".
           02 filler pic x(6) value "C".
           02 filler pic x(6) value "OUTRAS".
           02 filler pic x(6) value "NOVOS".
       01 tabela-rotulos-r redefines tabela-rotulos.
           02 rotulo-tab pic x(6) occurs 5 times.

       procedure division.

      * previsao de receita do termo que vem, rodada no fluxo de fim
      * de termo depois da virada (55/bc): os alunos ativos que
      * continuam, ja na turma nova, mais as matriculas novas do
      * PREVNOVOS, cobrados como no 35/ai (preco da turma e unidade,
      * faixa de renda, irmaos e bolsa). a perda na cobranca sai do
      * historico real de atraso das mensalidades e o previsto fica
      * ao lado do faturado no ultimo termo, por unidade.
       PGM-1.
          perform inicio.
          perform principal until fim-arq = "sim".
          perform distribui-novos.
          perform apura-realizado.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          divide competencia by 100 giving ano-compet
              remainder mes-compet.
          open input parmmens.
          if parmmens-sts equal "00"
               read parmmens
               move valor-mens-ent to valor-base.
          close parmmens.
          move data-execucao to termo-corrente.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          move "DESCIRMAO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-irmao to pct-irmao.
          move "PREVNOVOS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-novos to novos-previstos.
          move "PREVMESES" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-meses to meses-termo.
          if meses-termo = 0
               move 6 to meses-termo.
          open input precos.
          if precos-sts equal "00"
               perform carrega-precos until fim-preco-arq = "sim"
          else
               display "PREVISAO: PRECOS.DAT AUSENTE - TODOS OS "
                   "ALUNOS PELO VALOR DO PARMMENS".
          close precos.
          open input bolsas.
          if bolsas-sts equal "00"
               perform carrega-bolsas until fim-bolsa-arq = "sim".
          close bolsas.
          open input concluintes.
          if concluintes-sts equal "00"
               perform carrega-concluintes until fim-conc-arq = "sim".
          close concluintes.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin
          else
               display "PREVISAO: RESPFIN.DAT AUSENTE - NENHUM "
                   "ALUNO VINCULADO A CLIENTE".
          open input cadcli1.
          if cadcli1-sts equal "00"
               move "sim" to tem-cadcli1
          else
               display "PREVISAO: CADCLI1.DAT NAO ABRE - STATUS "
                   cadcli1-sts.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "PREVISAO: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               move 8 to return-code
               stop run.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.

      * o termo vem no formato ttaaaa; a chave aaaatt guarda, por
      * turma e unidade, o preco de vigencia mais recente.
       carrega-precos.
          read precos
              at end move "sim" to fim-preco-arq
              not at end
                  divide termo-preco by 10000 giving parte-termo
                      remainder parte-ano
                  compute chave-lida = parte-ano * 100 + parte-termo
                  perform guarda-preco.

       guarda-preco.
          move 0 to idx-preco-achado.
          perform acha-preco-carga varying idx-prc from 1 by 1
              until idx-prc > tot-preco.
          if idx-preco-achado = 0
               if tot-preco < 500
                    add 1 to tot-preco
                    move tot-preco to idx-preco-achado
                    move turma-preco to turma-prc-tab(tot-preco)
                    move unidade-preco to unid-prc-tab(tot-preco)
                    move 0 to chave-prc-tab(tot-preco)
               else
                    display "PRECOS.DAT EXCEDEU 500 TURMAS/UNIDADES - "
                        "PREVISAO ABORTADA"
                    move 8 to return-code
                    stop run.
          if chave-lida > chave-prc-tab(idx-preco-achado)
               move chave-lida to chave-prc-tab(idx-preco-achado)
               move valor-preco to valor-prc-tab(idx-preco-achado).

       acha-preco-carga.
          if idx-preco-achado = 0
               and turma-prc-tab(idx-prc) equal turma-preco
               and unid-prc-tab(idx-prc) equal unidade-preco
               move idx-prc to idx-preco-achado.

      * o 61/bi regrava o bolsas.dat a cada concessao: todas as
      * bolsas do arquivo estao em vigor.
       carrega-bolsas.
          read bolsas
              at end move "sim" to fim-bolsa-arq
              not at end
                  if tot-bolsa < 2000
                       add 1 to tot-bolsa
                       move cod-bolsa to cod-bol-tab(tot-bolsa)
                       move pct-bolsa to pct-bol-tab(tot-bolsa)
                  else
                       display "BOLSAS.DAT EXCEDEU 2000 BOLSAS - "
                           "PREVISAO ABORTADA"
                       move 8 to return-code
                       stop run.

      * quem concluiu a turma c no termo que fecha continua ativo
      * no cadastro ate o diploma, mas nao volta no termo que vem.
       carrega-concluintes.
          read concluintes
              at end move "sim" to fim-conc-arq
              not at end
                  if termo-conc equal termo-corrente
                       if tot-conc < 5000
                            add 1 to tot-conc
                            move num-conc to num-conc-tab(tot-conc)
                       else
                            display "CONCLUINTES.DAT EXCEDEU 5000 "
                                "ALUNOS - PREVISAO ABORTADA"
                            move 8 to return-code
                            stop run.

       principal.
          read cadalu at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               add 1 to cont-lidos
               perform acha-pagante
               if situa-ent equal "T" or situa-ent equal "C"
                    add 1 to cont-inativo
               else
                    perform confere-concluinte
                    if achou-concluinte equal "sim"
                         add 1 to cont-concluinte
                    else
                         if cod-pagante = 0
                              add 1 to cont-sem-resp
                         else
                              perform projeta-aluno.

      * o vinculo de todo aluno vai para a tabela, ativo ou nao: a
      * cobranca do ultimo termo inclui quem saiu depois dela.
       acha-pagante.
          move 0 to cod-pagante.
          if tem-respfin equal "sim"
               move num-ent to num-resp
               read respfin
                    invalid key continue
                    not invalid key move cod-resp to cod-pagante.
          if cod-pagante not = 0
               if tot-vin < 5000
                    add 1 to tot-vin
                    move cod-pagante to cod-vin-tab(tot-vin)
                    move unidade-ent to unid-vin-tab(tot-vin)
               else
                    display "CADALU.DAT EXCEDEU 5000 VINCULOS - "
                        "PREVISAO ABORTADA"
                    move 8 to return-code
                    stop run.

       confere-concluinte.
          move "nao" to achou-concluinte.
          perform acha-concluinte varying idx-cnc from 1 by 1
              until idx-cnc > tot-conc.

       acha-concluinte.
          if num-conc-tab(idx-cnc) equal num-ent
               move "sim" to achou-concluinte.

      * a matricula sai como no 35/ai: preco da turma e unidade do
      * aluno vezes o fator da faixa de renda do pagante, menos o
      * desconto de irmaos da segunda matricula da familia em
      * diante e a bolsa sobre o valor ja liquido. a familia e o
      * cliente pagante do respfin.dat, como na cobranca.
       projeta-aluno.
          add 1 to cont-projetados.
          compute idx-uni = unidade-ent + 1.
          evaluate turma-ent
              when "A" move 1 to idx-tma
              when "B" move 2 to idx-tma
              when "C" move 3 to idx-tma
              when other move 4 to idx-tma
          end-evaluate.
          perform calcula-fator.
          move turma-ent to turma-busca.
          move unidade-ent to unid-busca.
          perform busca-preco.
          if idx-preco-achado = 0
               add 1 to cont-sem-preco.
          compute valor-aluno rounded =
              valor-preco-achado * fator-renda.
          move 0 to desc-aluno.
          if pct-irmao > 0
               perform busca-familia
               if idx-fam-achado not = 0
                    add 1 to cont-fam-tab(idx-fam-achado)
                    if cont-fam-tab(idx-fam-achado) > 1
                         compute desc-aluno =
                             (valor-aluno * pct-irmao) / 100
                         add 1 to cont-descontos.
          move 0 to desc-bolsa.
          move 0 to idx-bolsa-achado.
          perform acha-bolsa varying idx-bol from 1 by 1
              until idx-bol > tot-bolsa.
          if idx-bolsa-achado not = 0
               and pct-bol-tab(idx-bolsa-achado) > 0
               compute desc-bolsa = ((valor-aluno - desc-aluno)
                   * pct-bol-tab(idx-bolsa-achado)) / 100
               add 1 to cont-bolsas.
          add 1 to qtd-prev(idx-uni idx-tma).
          add valor-aluno to preco-prev(idx-uni idx-tma).
          add desc-aluno to irmao-prev(idx-uni idx-tma).
          add desc-bolsa to bolsa-prev(idx-uni idx-tma).

      * faixas de renda do 35/ai: ate 5000 50%, ate 10000 25%,
      * ate 20000 10% de desconto.
       calcula-fator.
          move 0 to renda-cliente.
          if tem-cadcli1 equal "sim"
               move cod-pagante to cod-ent
               read cadcli1
                    invalid key continue
                    not invalid key move renda-ent to renda-cliente.
          evaluate true
              when renda-cliente < 5000
                   move 0,50 to fator-renda
              when renda-cliente < 10000
                   move 0,75 to fator-renda
              when renda-cliente < 20000
                   move 0,90 to fator-renda
              when other
                   move 1 to fator-renda
          end-evaluate.

      * sem preco na tabela vale o valor do parmmens
       busca-preco.
          move 0 to idx-preco-achado.
          perform acha-preco varying idx-prc from 1 by 1
              until idx-prc > tot-preco.
          if idx-preco-achado = 0
               move valor-base to valor-preco-achado
          else
               move valor-prc-tab(idx-preco-achado)
                   to valor-preco-achado.

       acha-preco.
          if idx-preco-achado = 0
               and turma-prc-tab(idx-prc) equal turma-busca
               and unid-prc-tab(idx-prc) equal unid-busca
               move idx-prc to idx-preco-achado.

       acha-bolsa.
          if idx-bolsa-achado = 0
               and cod-bol-tab(idx-bol) equal cod-pagante
               move idx-bol to idx-bolsa-achado.

       busca-familia.
          move 0 to idx-fam-achado.
          perform acha-familia varying idx-fam from 1 by 1
              until idx-fam > tot-fam.
          if idx-fam-achado = 0
               perform cria-familia.

       cria-familia.
          if tot-fam < 2000
               add 1 to tot-fam
               move cod-pagante to cod-fam-tab(tot-fam)
               move 0 to cont-fam-tab(tot-fam)
               move tot-fam to idx-fam-achado
          else
               display "TABELA DE FAMILIAS CHEIA - PREVISAO "
                   "ABORTADA"
               move 8 to return-code
               stop run.

       acha-familia.
          if idx-fam-achado = 0
               and cod-fam-tab(idx-fam) equal cod-pagante
               move idx-fam to idx-fam-achado.

      * as matriculas novas entram na turma a de cada unidade, na
      * proporcao dos alunos que continuam na turma a; a sobra da
      * divisao fica na unidade com a maior turma a. sem renda
      * conhecida, vao pelo preco cheio e sem desconto.
       distribui-novos.
          move 0 to tot-turma-a.
          move 0 to maior-turma-a.
          move 0 to idx-maior.
          perform soma-turma-a varying idx-uni from 1 by 1
              until idx-uni > 100.
          if novos-previstos > 0
               if tot-turma-a = 0
                    display "PREVISAO: NENHUM ALUNO NA TURMA A - "
                        "PREVNOVOS NAO DISTRIBUIDO"
               else
                    move 0 to novos-distribuidos
                    perform reparte-novos varying idx-uni from 1 by 1
                        until idx-uni > 100
                    add novos-previstos to qtd-prev(idx-maior 5)
                    subtract novos-distribuidos
                        from qtd-prev(idx-maior 5)
                    perform preco-novos varying idx-uni from 1 by 1
                        until idx-uni > 100.

       soma-turma-a.
          add qtd-prev(idx-uni 1) to tot-turma-a.
          if qtd-prev(idx-uni 1) > maior-turma-a
               move qtd-prev(idx-uni 1) to maior-turma-a
               move idx-uni to idx-maior.

       reparte-novos.
          compute qtd-prev(idx-uni 5) =
              (novos-previstos * qtd-prev(idx-uni 1)) / tot-turma-a.
          add qtd-prev(idx-uni 5) to novos-distribuidos.

       preco-novos.
          if qtd-prev(idx-uni 5) > 0
               move "A" to turma-busca
               compute unid-busca = idx-uni - 1
               perform busca-preco
               compute preco-prev(idx-uni 5) =
                   valor-preco-achado * qtd-prev(idx-uni 5).

      * faturado no ultimo termo: as competencias dos ultimos
      * PREVMESES meses, levadas a unidade do primeiro aluno
      * vinculado ao cliente (na falta dele, a do cliente).
      * perda na cobranca: do cobrado nas competencias com 4 a 15
      * meses (a faixa 120+ dias do aging 56/bd), quanto segue em
      * aberto. o item de abertura aaaa00 do 87/ci nao e
      * faturamento e fica fora das duas contas.
       apura-realizado.
          close cadalu.
          open input mensalidades.
          if mensalidades-sts equal "00"
               perform le-mensalidade until fim-mens-arq = "sim"
          else
               display "PREVISAO: MENSALIDADES.DAT AUSENTE - SEM "
                   "REALIZADO NEM TAXA DE PERDA".
          close mensalidades.
          if cobrado-maduro > 0
               compute taxa-perda rounded =
                   (aberto-maduro * 100) / cobrado-maduro.

       le-mensalidade.
          read mensalidades
              at end move "sim" to fim-mens-arq
              not at end
                  divide compet-mens by 100 giving ano-charge
                      remainder mes-charge
                  if mes-charge not = 0
                       perform classifica-mensalidade.

       classifica-mensalidade.
          compute meses-atraso = (ano-compet - ano-charge) * 12
              + mes-compet - mes-charge.
          if meses-atraso not < 0 and meses-atraso < meses-termo
               add 1 to cont-mens
               perform acha-unidade-cliente
               add valor-mens to realizado-unid(idx-uni).
          if meses-atraso > 3 and meses-atraso < 16
               add valor-mens to cobrado-maduro
               if situa-mens equal "P"
                    add valor-mens to aberto-maduro.

       acha-unidade-cliente.
          move 0 to idx-vin-achado.
          perform acha-vinculo varying idx-vin from 1 by 1
              until idx-vin > tot-vin.
          if idx-vin-achado not = 0
               compute idx-uni = unid-vin-tab(idx-vin-achado) + 1
          else
               move 1 to idx-uni
               if tem-cadcli1 equal "sim"
                    move cod-mens to cod-ent
                    read cadcli1
                         invalid key continue
                         not invalid key
                              compute idx-uni = unidade-cli + 1.

       acha-vinculo.
          if idx-vin-achado = 0
               and cod-vin-tab(idx-vin) equal cod-mens
               move idx-vin to idx-vin-achado.

       fim.
          open output relprevisao.
          move spaces to linha-rel.
          string "PREVISAO DE RECEITA DO PROXIMO TERMO - FECHAMENTO "
              "DO TERMO " termo-corrente " - " data-execucao
              into linha-rel.
          write linha-rel.
          move taxa-perda to taxa-edit.
          move spaces to linha-rel.
          string "TERMO DE " meses-termo " MESES - TAXA DE PERDA NA "
              "COBRANCA " taxa-edit "%" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "UN TURMA  ALUNOS   PRECO/MES  IRMAOS/MES  "
              "BOLSAS/MES LIQUIDO/MES  PREVISTO TERMO" into linha-rel.
          write linha-rel.
          perform imprime-unidade varying idx-uni from 1 by 1
              until idx-uni > 100.
          perform imprime-comparativo.
          perform imprime-contadores.
          close relprevisao.
          move "111-PREV" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-projetados to grava-aud.
          compute rejeita-aud = cont-inativo + cont-concluinte
              + cont-sem-resp.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close cadcli1 auditoria.
          if tem-respfin equal "sim"
               close respfin.
          move tot-previsto to termo-edit.
          move tot-realizado to realizado-edit.
          display "PREVISAO: PROXIMO TERMO " termo-edit
              " - ULTIMO TERMO " realizado-edit " - VER "
              "RELPREVISAO.DAT".
          if cont-sem-preco > 0
               display "PREVISAO: " cont-sem-preco " MATRICULAS "
                   "SEM PRECO NA TABELA - PELO PARMMENS".
          if cont-sem-resp > 0
               display "PREVISAO: " cont-sem-resp " ALUNOS ATIVOS "
                   "SEM RESPONSAVEL FINANCEIRO FORA DA PREVISAO".

       imprime-unidade.
          perform imprime-turma varying idx-tma from 1 by 1
              until idx-tma > 5.

       imprime-turma.
          if qtd-prev(idx-uni idx-tma) > 0
               compute liquido-mes = preco-prev(idx-uni idx-tma)
                   - irmao-prev(idx-uni idx-tma)
                   - bolsa-prev(idx-uni idx-tma)
               compute previsto-termo = liquido-mes * meses-termo
               compute unid-edit = idx-uni - 1
               move qtd-prev(idx-uni idx-tma) to qtd-edit
               move preco-prev(idx-uni idx-tma) to preco-edit
               move irmao-prev(idx-uni idx-tma) to irmao-edit
               move bolsa-prev(idx-uni idx-tma) to bolsa-edit
               move liquido-mes to valor-edit
               move previsto-termo to termo-edit
               move spaces to linha-rel
               string unid-edit " " rotulo-tab(idx-tma) " " qtd-edit
                   " " preco-edit " " irmao-edit " " bolsa-edit " "
                   valor-edit " " termo-edit into linha-rel
               write linha-rel.

      * previsto contra realizado por unidade: o previsto liquido
      * desconta a perda esperada pela taxa do historico.
       imprime-comparativo.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "UN  PREVISTO TERMO  PERDA ESPERADA   PREV. "
              "COBRAVEL  REALIZ. ULT.TERMO      VARIACAO"
              into linha-rel.
          write linha-rel.
          perform compara-unidade varying idx-uni from 1 by 1
              until idx-uni > 100.
          compute variacao = tot-previsto - tot-realizado.
          move tot-previsto to termo-edit.
          move tot-perda to perda-edit.
          move tot-cobravel to cobravel-edit.
          move tot-realizado to realizado-edit.
          move variacao to variacao-edit.
          move spaces to linha-rel.
          string "TT " termo-edit "  " perda-edit "  " cobravel-edit
              "  " realizado-edit "  " variacao-edit into linha-rel.
          write linha-rel.

       compara-unidade.
          move 0 to unid-previsto.
          perform soma-unidade varying idx-tma from 1 by 1
              until idx-tma > 5.
          if unid-previsto > 0 or realizado-unid(idx-uni) > 0
               compute previsto-termo = unid-previsto * meses-termo
               compute perda-termo rounded =
                   (previsto-termo * taxa-perda) / 100
               compute cobravel-termo = previsto-termo - perda-termo
               compute variacao = previsto-termo
                   - realizado-unid(idx-uni)
               add previsto-termo to tot-previsto
               add perda-termo to tot-perda
               add cobravel-termo to tot-cobravel
               add realizado-unid(idx-uni) to tot-realizado
               compute unid-edit = idx-uni - 1
               move previsto-termo to termo-edit
               move perda-termo to perda-edit
               move cobravel-termo to cobravel-edit
               move realizado-unid(idx-uni) to realizado-edit
               move variacao to variacao-edit
               move spaces to linha-rel
               string unid-edit " " termo-edit "  " perda-edit "  "
                   cobravel-edit "  " realizado-edit "  "
                   variacao-edit into linha-rel
               write linha-rel.

       soma-unidade.
          compute unid-previsto = unid-previsto
              + preco-prev(idx-uni idx-tma)
              - irmao-prev(idx-uni idx-tma)
              - bolsa-prev(idx-uni idx-tma).

       imprime-contadores.
          move spaces to linha-rel.
          write linha-rel.
          move cont-projetados to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS QUE CONTINUAM .... " cont-edit
              into linha-rel.
          write linha-rel.
          move novos-previstos to cont-edit.
          move spaces to linha-rel.
          string "MATRICULAS NOVAS ........ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-concluinte to cont-edit.
          move spaces to linha-rel.
          string "CONCLUINTES QUE SAEM .... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-inativo to cont-edit.
          move spaces to linha-rel.
          string "TRANCADOS/CANCELADOS .... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-resp to cont-edit.
          move spaces to linha-rel.
          string "SEM RESPONSAVEL FINANC. . " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-descontos to cont-edit.
          move spaces to linha-rel.
          string "DESCONTOS DE IRMAOS ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-bolsas to cont-edit.
          move spaces to linha-rel.
          string "BOLSAS APLICADAS ........ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-mens to cont-edit.
          move spaces to linha-rel.
          string "COBRANCAS DO ULT. TERMO . " cont-edit
              into linha-rel.
          write linha-rel.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
      * na falta dele fica o valor do arquivo parm antigo.
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
