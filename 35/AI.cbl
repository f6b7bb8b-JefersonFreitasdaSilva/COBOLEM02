       select parmmens assign to disk
       organization is line sequential
       file status is parmmens-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select precos assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-preco
       file status is precos-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       access mode is sequential
       record key is num-ent
       file status is cadalu-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select relfamilia assign to disk
       organization is line sequential.
       select bolsas assign to disk
       01 reg-parmmens.
          02 valor-mens-ent pic 9(6)v9(2).

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

       fd precos
          label record is standard
          value of file-id is "precos.dat".
          copy "preco.cpy".

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd relfamilia
           label record are standard
       01 valor-parm-achado.
           02 valor-parm-irmao pic 9(3).
           02 filler pic x(7).
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       77 fim-arq pic x(3) value "nao".
       77 cadcli2-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 cont-grava   pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cadalu-sts pic x(2).
       77 fim-alu-arq pic x(3) value "nao".
       77 cont-inativo pic 9(7) value 0.
       77 respfin-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 cont-vinculados pic 9(3) value 0.
       77 cont-ativos pic 9(3) value 0.
       77 cont-sem-aluno pic 9(5) value 0.
       77 cont-sem-resp pic 9(5) value 0.
       77 valor-aluno pic 9(6)v9(2) value 0.
       77 desc-aluno pic 9(6)v9(2) value 0.
       77 tot-alu pic 9(5) value 0.
       77 tot-fam pic 9(4) value 0.
       77 idx-fam-achado pic 9(4) value 0.
       77 pct-irmao pic 9(3) value 0.
       77 desc-bolsa pic 9(6)v9(2) value 0.
       77 cont-bolsas pic 9(5) value 0.
       77 cont-edit pic zz9.
       77 cont-sem-edit pic zzzz9.
       77 valor-desc-edit pic z(6)9,99.
       77 saldo-anterior pic 9(6)v9(2) value 0.
       77 parmtermo-sts pic x(2).
       77 precos-sts pic x(2).
       77 fim-preco-arq pic x(3) value "nao".
       77 termo-corrente pic 9(6) value 0.
       77 parte-termo pic 9(2) value 0.
       77 parte-ano pic 9(4) value 0.
       77 chave-corrente pic 9(6) value 0.
       77 chave-lida pic 9(6) value 0.
       77 fator-renda pic 9(1)v9(2) value 1.
       77 tot-preco pic 9(4) value 0.
       77 idx-preco-achado pic 9(4) value 0.
       77 cont-sem-preco pic 9(5) value 0.
       01 tabela-alunos.
           02 item-alu occurs 5000 times indexed by idx-alu.
               03 num-alu-tab   pic 9(5).
               03 nome-alu-tab  pic x(30).
               03 situa-alu-tab pic x(1).
               03 cod-resp-tab  pic 9(5).
               03 turma-alu-tab pic x(1).
               03 unid-alu-tab  pic 9(2).
       01 tabela-bolsas.
           02 item-bol occurs 2000 times indexed by idx-bol.
               03 cod-bol-tab pic 9(5).
               03 pct-bol-tab pic 9(3).
      * precos da mensalidade em vigor no termo corrente, um por
      * turma e unidade (o de vigencia mais recente ate o termo).
       01 tabela-precos.
           02 item-preco occurs 500 times indexed by idx-prc.
               03 turma-prc-tab  pic x(1).
               03 unid-prc-tab   pic 9(2).
               03 chave-prc-tab  pic 9(6).
               03 valor-prc-tab  pic 9(6)v9(2).
      * familias: clientes pagantes com a conta de cobrancas
      * geradas na competencia e o total descontado, para o
      * relatorio.
       01 tabela-familia.
           02 item-fam occurs 2000 times indexed by idx-fam.
               03 cod-fam-tab  pic 9(5).
               03 nome-fam-tab pic x(30).
               03 cont-fam-tab pic 9(2).
               03 desc-fam-tab pic 9(6)v9(2).

          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-irmao to pct-irmao.
          move data-execucao to termo-corrente.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          divide termo-corrente by 10000 giving parte-termo
              remainder parte-ano.
          compute chave-corrente = parte-ano * 100 + parte-termo.
          open input precos.
          if precos-sts equal "00"
               perform carrega-precos until fim-preco-arq = "sim"
          else
               display "MENSALIDADES: PRECOS.DAT AUSENTE - TODOS OS "
                   "ALUNOS PELO VALOR DO PARMMENS".
          close precos.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin
          else
               display "MENSALIDADES: RESPFIN.DAT AUSENTE - NENHUM "
                   "ALUNO VINCULADO A CLIENTE".
          open input cadalu.
          if cadalu-sts equal "00"
               perform carrega-alunos until fim-alu-arq = "sim".
          close cadalu.
          if tem-respfin equal "sim"
               close respfin.
          open input bolsas.
          if bolsas-sts equal "00"
               perform carrega-bolsas until fim-bolsa-arq = "sim".
          if auditoria-sts not equal "00"
               open output auditoria.

      * o aluno chega ao cliente pagante pelo vinculo do respfin.dat
      * (73/bu), lido pela chave na carga; zero marca o aluno sem
      * responsavel financeiro, que fica sem cobranca e sai listado
      * no relfamilia. tabela cheia aborta a geracao: seguir sem a
      * tabela cobraria inativo de novo e perderia desconto de
      * irmaos - dado errado, nao relatorio curto.
       carrega-alunos.
          read cadalu
              at end move "sim" to fim-alu-arq
              not at end perform anota-aluno.

      * o termo vem no formato ttaaaa; a chave aaaatt escolhe,
      * por turma e unidade, o preco de vigencia mais recente que
      * nao passe do termo corrente.
       carrega-precos.
          read precos
              at end move "sim" to fim-preco-arq
              not at end
                  divide termo-preco by 10000 giving parte-termo
                      remainder parte-ano
                  compute chave-lida = parte-ano * 100 + parte-termo
                  if chave-lida not > chave-corrente
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
                        "GERACAO ABORTADA SEM GRAVAR"
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

       carrega-bolsas.
          read bolsas
               add 1 to tot-alu
               move num-ent of reg-alu to num-alu-tab(tot-alu)
               move nome-ent of reg-alu to nome-alu-tab(tot-alu)
               move situa-ent to situa-alu-tab(tot-alu)
               move turma-ent to turma-alu-tab(tot-alu)
               move unidade-ent to unid-alu-tab(tot-alu)
               perform acha-pagante
          else
               display "CADALU.DAT EXCEDEU 5000 ALUNOS - "
                   "GERACAO ABORTADA SEM GRAVAR"
               move 8 to return-code
               stop run.

       acha-pagante.
          move 0 to cod-resp-tab(tot-alu).
          if tem-respfin equal "sim"
               move num-ent of reg-alu to num-resp
               read respfin
                    invalid key continue
                    not invalid key
                         move cod-resp to cod-resp-tab(tot-alu).
          if cod-resp-tab(tot-alu) = 0
               and situa-ent not equal "T" and situa-ent not equal "C"
               add 1 to cont-sem-resp.

       principal.
          read cadcli2 at end move "sim" to fim-arq.
                        end-if
               end-evaluate.

      * cliente cujos alunos vinculados estao todos trancados ou
      * cancelados nao e cobrado; cliente sem aluno vinculado segue
      * cobrado pelo valor de uma matricula e entra na conta do
      * relatorio para a secretaria vincular.
       gera-cobranca.
          perform conta-alunos-cliente.
          if cont-vinculados > 0 and cont-ativos = 0
               add 1 to cont-inativo
               add 1 to cont-rejeita
          else
               perform gera-cobranca-ativa.

       conta-alunos-cliente.
          move 0 to cont-vinculados.
          move 0 to cont-ativos.
          perform confere-vinculo varying idx-alu from 1 by 1
              until idx-alu > tot-alu.

       confere-vinculo.
          if cod-resp-tab(idx-alu) equal cod-sai
               add 1 to cont-vinculados
               if situa-alu-tab(idx-alu) not equal "T"
                    and situa-alu-tab(idx-alu) not equal "C"
                    add 1 to cont-ativos.

      * o arquivo indexado recusa a chave repetida sozinho: cliente
      * ja cobrado na competencia (inclusive em outra secao do modo
      * apensado) cai no invalid key e conta como nao gerado.
       gera-cobranca-ativa.
          perform calcula-valor.
          move 0 to valor-cobranca.
          move 0 to desc-irmao.
          if cont-ativos = 0
               move valor-aluno to valor-cobranca
               add 1 to cont-sem-aluno
          else
               perform cobra-aluno varying idx-alu from 1 by 1
                   until idx-alu > tot-alu.
          perform aplica-desconto-bolsa.
          perform calcula-saldo-anterior.
          move competencia to compet-mens.
               not invalid key
                    add 1 to cont-grava.

      * a cobranca do cliente soma uma matricula por aluno ativo
      * vinculado a ele no respfin.dat, cada uma pelo preco da
      * turma e unidade do aluno; sem preco na tabela vale o
      * valor do parmmens.
       cobra-aluno.
          if cod-resp-tab(idx-alu) equal cod-sai
               and situa-alu-tab(idx-alu) not equal "T"
               and situa-alu-tab(idx-alu) not equal "C"
               perform preco-aluno
               add valor-aluno to valor-cobranca
               perform aplica-desconto-irmao.

       preco-aluno.
          move 0 to idx-preco-achado.
          perform acha-preco-aluno varying idx-prc from 1 by 1
              until idx-prc > tot-preco.
          if idx-preco-achado = 0
               compute valor-aluno rounded = valor-base * fator-renda
               add 1 to cont-sem-preco
          else
               compute valor-aluno rounded =
                   valor-prc-tab(idx-preco-achado) * fator-renda.

       acha-preco-aluno.
          if idx-preco-achado = 0
               and turma-prc-tab(idx-prc) equal turma-alu-tab(idx-alu)
               and unid-prc-tab(idx-prc) equal unid-alu-tab(idx-alu)
               move idx-prc to idx-preco-achado.

      * o desconto de irmaos vale da segunda matricula da familia
      * em diante dentro da competencia. a familia e o cliente
      * pagante: os irmaos sao os alunos vinculados a ele no
      * respfin.dat, os mesmos que a cobranca soma.
       aplica-desconto-irmao.
          if pct-irmao > 0
               perform busca-familia
               if idx-fam-achado not = 0
                    add 1 to cont-fam-tab(idx-fam-achado)
                    if cont-fam-tab(idx-fam-achado) > 1
                         compute desc-aluno =
                             (valor-aluno * pct-irmao) / 100
                         subtract desc-aluno from valor-cobranca
                         add desc-aluno to desc-irmao
                         add desc-aluno
                             to desc-fam-tab(idx-fam-achado)
                         add 1 to cont-descontos.


       busca-familia.
          move 0 to idx-fam-achado.
          perform acha-familia varying idx-fam from 1 by 1
              until idx-fam > tot-fam.
          if idx-fam-achado = 0
               perform cria-familia.

       cria-familia.
          if tot-fam < 2000
               add 1 to tot-fam
               move cod-sai to cod-fam-tab(tot-fam)
               move nome-sai to nome-fam-tab(tot-fam)
               move 0 to cont-fam-tab(tot-fam)
               move 0 to desc-fam-tab(tot-fam)
               move tot-fam to idx-fam-achado
          else
      * abortar aqui deixa a competencia incompleta, mas cobrar sem
      * o desconto seria pior: a regeracao pula por chave as
      * cobrancas ja gravadas, entao basta rodar de novo.
               display "TABELA DE FAMILIAS CHEIA - GERACAO "
                   "ABORTADA, COMPETENCIA INCOMPLETA"
               move 8 to return-code
               stop run.

       acha-familia.
          if idx-fam-achado = 0
               and cod-fam-tab(idx-fam) equal cod-sai
               move idx-fam to idx-fam-achado.

      * saldo devedor das competencias anteriores ainda em aberto,
          move competencia to compet-busca.
          perform sonda-competencia 24 times.

      * o item de abertura aaaa00 que o fechamento anual (87/ci)
      * grava com o saldo do ano fechado fica entre dezembro e
      * janeiro e entra na mesma conta.
       sonda-competencia.
          perform recua-competencia.
          move compet-busca to compet-mens.
          perform soma-saldo-anterior.
          if mes-busca = 12
               compute compet-mens = (ano-busca + 1) * 100
               perform soma-saldo-anterior.

       soma-saldo-anterior.
          move cod-sai to cod-mens.
          read mensalidades
               invalid key

      * desconto por faixa de renda, nas mesmas faixas do relatorio
      * do programa 8: ate 5000 50%, ate 10000 25%, ate 20000 10%.
      * a renda sai direto do cadcli1 indexado pela chave. o fator
      * vale para o preco de cada aluno; valor-aluno aqui e o do
      * cliente sem aluno vinculado, pelo valor do parmmens.
       calcula-valor.
          move 0 to renda-cliente.
          move cod-sai to cod-ent.
                    move renda-ent to renda-cliente.
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
          compute valor-aluno rounded = valor-base * fator-renda.

       fim.
          if tem-cab equal "nao"
          if cont-bolsas > 0
               display "MENSALIDADES: " cont-bolsas " BOLSAS "
                   "APLICADAS".
          if cont-sem-aluno > 0
               display "MENSALIDADES: " cont-sem-aluno " CLIENTES "
                   "SEM ALUNO VINCULADO".
          if cont-sem-preco > 0
               display "MENSALIDADES: " cont-sem-preco " MATRICULAS "
                   "SEM PRECO NA TABELA DO TERMO " termo-corrente
                   " - COBRADAS PELO PARMMENS".
          if cont-sem-resp > 0
               display "MENSALIDADES: " cont-sem-resp " ALUNOS "
                   "ATIVOS SEM RESPONSAVEL FINANCEIRO - VER "
                   "RELFAMILIA.DAT".

      * relacao das familias com mais de uma matricula cobrada na
      * competencia e o total de desconto concedido a cada uma.
          write linha-fam.
          perform linha-familia varying idx-fam from 1 by 1
              until idx-fam > tot-fam.
          if cont-sem-aluno > 0
               move cont-sem-aluno to cont-sem-edit
               move spaces to linha-fam
               string "CLIENTES COBRADOS SEM ALUNO VINCULADO "
                   cont-sem-edit into linha-fam
               write linha-fam.
          if cont-sem-resp > 0
               move "ALUNOS SEM RESPONSAVEL FINANCEIRO - NAO COBRADOS"
                   to linha-fam
               write linha-fam
               perform lista-sem-resp varying idx-alu from 1 by 1
                   until idx-alu > tot-alu.
          close relfamilia.

       lista-sem-resp.
          if cod-resp-tab(idx-alu) = 0
               and situa-alu-tab(idx-alu) not equal "T"
               and situa-alu-tab(idx-alu) not equal "C"
               move spaces to linha-fam
               string "  ALUNO " num-alu-tab(idx-alu) " "
                   nome-alu-tab(idx-alu) into linha-fam
               write linha-fam.

       linha-familia.
          if cont-fam-tab(idx-fam) > 1
               move cont-fam-tab(idx-fam) to cont-edit
               move desc-fam-tab(idx-fam) to valor-desc-edit
               move spaces to linha-fam
               string "CLIENTE " cod-fam-tab(idx-fam) " "
                   nome-fam-tab(idx-fam) " ALUNOS " cont-edit
                   " DESCONTO " valor-desc-edit into linha-fam
               write linha-fam
               perform lista-membros varying idx-alu from 1 by 1
                   until idx-alu > tot-alu.

      * membros sao os alunos ativos cobrados do cliente
       lista-membros.
          if cod-resp-tab(idx-alu) equal cod-fam-tab(idx-fam)
               and situa-alu-tab(idx-alu) not equal "T"
               and situa-alu-tab(idx-alu) not equal "C"
               move spaces to linha-fam
               string "  ALUNO " num-alu-tab(idx-alu) " "
                   nome-alu-tab(idx-alu) into linha-fam
               write linha-fam.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
