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
       select relxref assign to disk
       organization is line sequential.

          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd relxref
           label record are standard
       01 linha-rel pic x(60).

       working-storage section.
       77 fim-alu-arq pic x(3) value "nao".
       77 cadcli1-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 respfin-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 cont-achados pic 9(5) value 0.
       77 cont-sem-resp pic 9(5) value 0.
       77 cont-edit pic zzzz9.

       procedure division.

      * o aluno chega ao cliente pagante pelo vinculo do respfin.dat
      * (73/bu), lido pela chave: nome digitado diferente ou dois
      * homonimos nao trocam mais o pagante. aluno sem vinculo sai
      * listado para a secretaria, nao some do relatorio.
       PGM-1.
          perform inicio.
          perform concilia until fim-alu-arq = "sim".
          perform fim.
          stop run.

       inicio.
          open input cadalu cadcli1
           output relxref.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin
          else
               display "RESPFIN.DAT AUSENTE - RODE A CONVERSAO (74) "
                   "OU VINCULE PELA TELA (73)".
          move "RECONCILIACAO CADALU X CADCLI1 - RESPONSAVEL "
               to linha-rel.
          write linha-rel.
          if cadalu-sts not equal "00"
               move "sim" to fim-alu-arq.

       concilia.
          read cadalu
              at end move "sim" to fim-alu-arq
              not at end perform acha-responsavel.

       acha-responsavel.
          move num-ent to num-resp.
          if tem-respfin equal "sim"
               read respfin
                    invalid key perform grava-sem-resp
                    not invalid key perform acha-cliente
          else
               perform grava-sem-resp.

       acha-cliente.
          move cod-resp to cod-ent.
          read cadcli1
               invalid key
                    move "** CLIENTE FORA DO CADCLI1 **" to nome-cli.
          perform grava-xref.

       grava-xref.
          add 1 to cont-achados.
          move spaces to linha-rel.
          string "ALUNO " num-ent " / CLIENTE " cod-resp
              " - " nome-cli into linha-rel.
          write linha-rel.

       grava-sem-resp.
          add 1 to cont-sem-resp.
          move spaces to linha-rel.
          string "ALUNO " num-ent " SEM RESPONSAVEL - " nome-ent
              into linha-rel.
          write linha-rel.

       fim.
          move cont-achados to cont-edit.
          move spaces to linha-rel.
          string "TOTAL DE VINCULOS ......... " cont-edit
               into linha-rel.
          write linha-rel.
          move cont-sem-resp to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS SEM RESPONSAVEL .... " cont-edit
               into linha-rel.
          write linha-rel.
          close cadalu cadcli1 relxref.
          if tem-respfin equal "sim"
               close respfin.
