       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select relfecho assign to disk
       organization is line sequential.

          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd relfecho
           label record are standard
           value of file-id is "relfecho.dat".
       77 mensalidades-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 bolsas-sts pic x(2).
       77 respfin-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 cont-sem-resp pic 9(5) value 0.
       77 parmaulas-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 termo-corrente pic 9(6) value 0.
           02 item-alu occurs 5000 times indexed by idx-alu.
               03 num-alu-tab   pic 9(5).
               03 nome-alu-tab  pic x(30).
               03 cod-resp-tab  pic 9(5).
               03 turma-alu-tab pic 9(1).
               03 falta-alu-tab pic 9(2).
               03 stat-atual-tab pic x(1).
                   "STATUS " cadalu-sts
               move 8 to return-code
               stop run.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin.
          perform carrega-alunos until fim-arq = "sim".
          close cadalu.
          if tem-respfin equal "sim"
               close respfin.

       carrega-alunos.
          read cadalu
                   when other move 4 to turma-alu-tab(tot-alu)
               end-evaluate
               move falta-ent to falta-alu-tab(tot-alu)
               perform acha-responsavel
               move " " to stat-atual-tab(tot-alu)
               move " " to stat-ant-tab(tot-alu)
          else
               display "CADALU.DAT EXCEDEU 5000 ALUNOS".

      * o cliente pagante do aluno vem do respfin.dat; zero marca o
      * aluno sem responsavel financeiro, listado no fim do livro.
       acha-responsavel.
          move 0 to cod-resp-tab(tot-alu).
          if tem-respfin equal "sim"
               move num-ent to num-resp
               read respfin
                    invalid key continue
                    not invalid key
                         move cod-resp to cod-resp-tab(tot-alu).
          if cod-resp-tab(tot-alu) = 0
               add 1 to cont-sem-resp.

      * o termo anterior e a maior chave aaaatt abaixo da corrente
      * no historico, como o 42/ap faz.
       acha-termo-anterior.
               if stat-ant-tab(idx-alu) equal "A"
                    add 1 to aprov-ant-tma(idx-tma).

      * cobrado x aberto do ano do termo, turma apurada pelo aluno
      * vinculado ao cliente pagante no respfin.dat (73/bu).
       apura-financeiro.
          move "nao" to fim-arq.
          open input mensalidades.
          move 4 to idx-tma.
          if achou-cli equal "sim"
               move 0 to idx-alu-achado
               perform acha-aluno-resp varying idx-alu from 1 by 1
                   until idx-alu > tot-alu
               if idx-alu-achado not = 0
                    move turma-alu-tab(idx-alu-achado) to idx-tma.

       acha-aluno-resp.
          if idx-alu-achado = 0
               and cod-resp-tab(idx-alu) equal cod-cli
               move idx-alu to idx-alu-achado.

       apura-bolsas.
          write linha-rel.
          perform bloco-turma varying idx-trm from 1 by 1
              until idx-trm > 4.
          perform bloco-sem-vinculo.
          close relfecho.
          display "LIVRO DE FECHAMENTO GRAVADO EM RELFECHO.DAT".

          if matric-tma(idx-trm) > 0
               perform imprime-turma.

      * cobranca de cliente sem aluno ativo vinculado nao tem turma:
      * sai num bloco proprio em vez de sumir do livro, e os alunos
      * ativos sem responsavel financeiro sao listados um a um.
       bloco-sem-vinculo.
          if matric-tma(4) = 0
               and (cobrado-tma(4) > 0 or aberto-tma(4) > 0)
               move "===== COBRANCAS SEM ALUNO ATIVO VINCULADO"
                   to linha-rel
               write linha-rel
               move 4 to idx-trm
               perform linha-financeiro.
          if cont-sem-resp > 0
               move cont-sem-resp to cont-edit
               move spaces to linha-rel
               string "===== ALUNOS ATIVOS SEM RESPONSAVEL "
                   "FINANCEIRO " cont-edit into linha-rel
               write linha-rel
               perform lista-sem-resp varying idx-alu from 1 by 1
                   until idx-alu > tot-alu.

       lista-sem-resp.
          if cod-resp-tab(idx-alu) = 0
               move spaces to linha-rel
               string "  ALUNO " num-alu-tab(idx-alu) " "
                   nome-alu-tab(idx-alu) into linha-rel
               write linha-rel.

       imprime-turma.
          move spaces to linha-rel.
          string "===== " rotulo-tab(idx-trm) into linha-rel.
