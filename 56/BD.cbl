       access mode is sequential
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select acordos assign to disk
       organization is indexed
       access mode is sequential
       record key is num-acordo
       file status is acordos-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select relaging assign to disk
       organization is line sequential.

          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd relaging
           label record are standard
           value of file-id is "relaging.dat".
       77 mensalidades-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 respfin-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 cont-sem-resp pic 9(5) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-compet pic 9(4) value 0.
       77 idx-alu-achado pic 9(5) value 0.
       77 cont-abertas pic 9(7) value 0.
       77 valor-edit pic z(7)9,99.
       77 acordos-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 fim-aco-arq pic x(3) value "nao".
       77 idx-par pic 9(2) value 0.
       77 parc-abertas pic 9(2) value 0.
       77 parc-vencidas pic 9(2) value 0.
       77 saldo-acordo pic 9(7)v99 value 0.
       77 cont-acordos pic 9(5) value 0.
       77 rotulo-situa pic x(8) value spaces.
       01 tabela-aging-acordo.
           02 valor-aging-aco pic 9(8)v99 occurs 5 times.
       01 tabela-alu.
           02 item-alu occurs 5000 times indexed by idx-alu.
               03 cod-resp-tab  pic 9(5).
               03 turma-alu-tab pic x(1).
       01 tabela-rotulos.
           02 filler pic x(9) value "TURMA A".
           02 filler pic x(9) value "TURMA B".
           02 filler pic x(9) value "TURMA C".
           02 filler pic x(9) value "SEM ALUNO".
       01 tabela-rotulos-r redefines tabela-rotulos.
           02 rotulo-tab pic x(9) occurs 4 times.
       01 tabela-faixas.
          if cadcli1-sts not equal "00"
               display "AGING: CADCLI1.DAT NAO ABRE - STATUS "
                   cadcli1-sts.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "AGING: MENSALIDADES.DAT AUSENTE"
          move "AGING DAS MENSALIDADES EM ABERTO POR TURMA"
               to linha-rel.
          write linha-rel.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin
          else
               display "AGING: RESPFIN.DAT AUSENTE - NENHUM ALUNO "
                   "VINCULADO A CLIENTE".
          open input cadalu.
          if cadalu-sts equal "00"
               perform carrega-alunos until fim-alu-arq = "sim".
          close cadalu.
          if tem-respfin equal "sim"
               close respfin.

      * a turma da cobranca vem do aluno vinculado ao cliente no
      * respfin.dat; aluno sem responsavel financeiro nao tem por
      * onde ser cobrado e sai listado aqui, no alto do relatorio.
       carrega-alunos.
          read cadalu
              at end move "sim" to fim-alu-arq
              not at end perform acha-responsavel.

       acha-responsavel.
          move num-ent of reg-alu to num-resp.
          if tem-respfin equal "sim"
               read respfin
                    invalid key perform aponta-sem-resp
                    not invalid key perform guarda-aluno
          else
               perform aponta-sem-resp.

       guarda-aluno.
          if tot-alu < 5000
               add 1 to tot-alu
               move cod-resp to cod-resp-tab(tot-alu)
               move turma-ent to turma-alu-tab(tot-alu)
          else
               display "CADALU.DAT EXCEDEU 5000 ALUNOS".

       aponta-sem-resp.
          add 1 to cont-sem-resp.
          move spaces to linha-rel.
          string "ALUNO " num-ent of reg-alu " TURMA " turma-ent
              " SEM RESPONSAVEL FINANCEIRO - " nome-ent
              into linha-rel.
          write linha-rel.

       principal.
          read mensalidades at end move "sim" to fim-arq.
              when other            move 5 to idx-faixa
          end-evaluate.

      * a turma vem do primeiro aluno vinculado ao cliente pagante
      * no respfin.dat; cliente sem aluno vinculado cai em sem aluno.
       acha-turma-cliente.
          move "nao" to achou-cliente.
          move cod-mens to cod-ent.

       acha-aluno.
          if idx-alu-achado = 0
               and cod-resp-tab(idx-alu) equal cod-ent
               move idx-alu to idx-alu-achado.

       fim.
          perform bloco-turma varying idx-tma from 1 by 1
              until idx-tma > 4.
          perform bloco-acordos.
          close mensalidades cadcli1 relaging.
          display "AGING: " cont-abertas " MENSALIDADES EM ABERTO "
              "CLASSIFICADAS - VER RELAGING.DAT".
          if cont-sem-resp > 0
               display "AGING: " cont-sem-resp " ALUNOS SEM "
                   "RESPONSAVEL FINANCEIRO".

       bloco-turma.
          move spaces to linha-rel.
          string "  " rotulo-faixa(idx-faixa) " " valor-edit
              into linha-rel.
          write linha-rel.

      * as competencias renegociadas saem do aging acima (situacao
      * R); a divida passa a ser as parcelas abertas dos acordos
      * ativos e quebrados, com o atraso contado pelo vencimento.
       bloco-acordos.
          move spaces to linha-rel.
          write linha-rel.
          move "===== ACORDOS DE PARCELAMENTO EM ABERTO" to linha-rel.
          write linha-rel.
          open input acordos.
          open input parcelas.
          if acordos-sts equal "00" and parcelas-sts equal "00"
               perform le-acordo until fim-aco-arq = "sim"
               close acordos parcelas.
          if cont-acordos = 0
               move "  NENHUM ACORDO COM PARCELA EM ABERTO"
                   to linha-rel
               write linha-rel
          else
               move "  PARCELAS EM ABERTO POR FAIXA DE ATRASO"
                   to linha-rel
               write linha-rel
               perform linha-faixa-acordo varying idx-faixa
                   from 1 by 1 until idx-faixa > 5.

       le-acordo.
          read acordos
              at end move "sim" to fim-aco-arq
              not at end
                  if situa-acordo equal "A" or situa-acordo equal "X"
                       perform soma-acordo.

       soma-acordo.
          move 0 to parc-abertas.
          move 0 to parc-vencidas.
          move 0 to saldo-acordo.
          perform soma-parcela varying idx-par from 1 by 1
              until idx-par > qtd-parc-acordo.
          if parc-abertas > 0
               add 1 to cont-acordos
               if situa-acordo equal "X"
                    move "QUEBRADO" to rotulo-situa
               else
                    move "ATIVO" to rotulo-situa
               end-if
               move saldo-acordo to valor-edit
               move spaces to linha-rel
               string "  ACORDO " num-acordo " CLIENTE " cod-acordo
                   " " rotulo-situa " SALDO " valor-edit
                   " ABERTAS " parc-abertas " VENCIDAS " parc-vencidas
                   into linha-rel
               write linha-rel.

       soma-parcela.
          move num-acordo to acordo-parc.
          move idx-par to num-parc.
          read parcelas
               invalid key
                    continue
               not invalid key
                    if situa-parc equal "P"
                         perform classifica-parcela.

       classifica-parcela.
          add 1 to parc-abertas.
          add valor-parc to saldo-acordo.
          if vencto-parc < competencia
               add 1 to parc-vencidas.
          divide vencto-parc by 100 giving ano-charge
              remainder mes-charge.
          compute meses-atraso = (ano-compet - ano-charge) * 12
              + mes-compet - mes-charge.
          evaluate true
              when meses-atraso < 1 move 1 to idx-faixa
              when meses-atraso = 1 move 2 to idx-faixa
              when meses-atraso = 2 move 3 to idx-faixa
              when meses-atraso = 3 move 4 to idx-faixa
              when other            move 5 to idx-faixa
          end-evaluate.
          add valor-parc to valor-aging-aco(idx-faixa).

       linha-faixa-acordo.
          move valor-aging-aco(idx-faixa) to valor-edit.
          move spaces to linha-rel.
          string "  " rotulo-faixa(idx-faixa) " " valor-edit
              into linha-rel.
          write linha-rel.
