       file-control.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is sequential
       record key is num-ent
       file status is cadalu-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select bolsasem assign to disk
       organization is line sequential.
       select bolsawrk assign to disk
       organization is line sequential.
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

      * alunos sem responsavel financeiro, guardados durante o passe
      * para sair no fim da listagem
       fd bolsasem
          label record is standard
          value of file-id is "bolsasem.dat".
       01 reg-bolsasem.
          02 num-sem  pic 9(5).
          02 nome-sem pic x(30).

       fd bolsawrk
          label record is standard
       01 linha-rel pic x(80).

       working-storage section.
       77 fim-alu-arq pic x(3) value "nao".
       77 fim-elig-arq pic x(3) value "nao".
       77 fim-sem-arq pic x(3) value "nao".
       77 cadcli1-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 respfin-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 cont-sem-resp pic 9(5) value 0.
       77 parmbolsa-sts pic x(2).
       77 renda-teto pic 9(6)v9(2) value 3000.
       77 media-piso pic 9(2)v99 value 7.

       procedure division.

      * o par familia/aluno sai do vinculo do responsavel
      * financeiro (respfin.dat, 73/bu): o aluno e lido em ordem e o
      * cliente pagante pela chave, sem depender de nome igual. aluno
      * sem vinculo nao entra na avaliacao e sai listado no fim.
       PGM-1.
          perform inicio.
          perform abre-conciliacao.
          perform concilia until fim-alu-arq = "sim".
          perform fim.
          stop run.

          close parmbolsa.

       abre-conciliacao.
          open input cadalu cadcli1
           output bolsawrk bolsasem.
          if cadalu-sts not equal "00"
               move "sim" to fim-alu-arq.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin.

       concilia.
          read cadalu
              at end move "sim" to fim-alu-arq
              not at end perform acha-responsavel.

       acha-responsavel.
          move num-ent to num-resp.
          if tem-respfin equal "sim"
               read respfin
                    invalid key perform guarda-sem-resp
                    not invalid key perform acha-cliente
          else
               perform guarda-sem-resp.

       acha-cliente.
          move cod-resp to cod-ent.
          read cadcli1
               invalid key perform guarda-sem-resp
               not invalid key perform avalia-par.

       guarda-sem-resp.
          add 1 to cont-sem-resp.
          move num-ent to num-sem.
          move nome-ent to nome-sem.
          write reg-bolsasem.

       avalia-par.
          add 1 to cont-match.
          if renda-ent < renda-teto
               and media-ent not < media-piso
               perform grava-elegivel.

       grava-elegivel.
          move num-ent to num-wrk.
          move cod-ent to cod-wrk.
          move nome-ent to nome-wrk.
          move renda-ent to renda-wrk.
          move media-ent to media-wrk.
          write reg-bolsawrk.
          add 1 to cont-elig.

       fim.
          close cadalu cadcli1 bolsawrk bolsasem.
          if tem-respfin equal "sim"
               close respfin.
      * menor renda primeiro; media maior desempata
          sort sortbolsa
              on ascending key renda-srt
          string "TOTAL DE ELEGIVEIS " posicao-edit
               into linha-rel.
          write linha-rel.
          perform lista-sem-resp.
          close bolsaelig relbolsa.
          display "BOLSA: " cont-match " PARES CLIENTE/ALUNO, "
              cont-elig " ELEGIVEIS, " cont-sem-resp
              " SEM RESPONSAVEL".

       linha-candidato.
          add 1 to posicao.
              into linha-rel.
          write linha-rel.
          read bolsaelig at end move "sim" to fim-elig-arq.

       lista-sem-resp.
          if cont-sem-resp > 0
               move "SEM RESPONSAVEL FINANCEIRO - FORA DA AVALIACAO"
                   to linha-rel
               write linha-rel
               open input bolsasem
               read bolsasem at end move "sim" to fim-sem-arq
               end-read
               perform linha-sem-resp until fim-sem-arq = "sim"
               close bolsasem.

       linha-sem-resp.
          move spaces to linha-rel.
          string "     " num-sem " " nome-sem into linha-rel.
          write linha-rel.
          read bolsasem at end move "sim" to fim-sem-arq.
