       file status is parmcent-sts.
       select reltutor assign to disk
       organization is line sequential.
       select riscoaviso assign to disk
       organization is line sequential.

       data division.
       file section.
           value of file-id is "reltutor.dat".
       01 linha-rel pic x(80).

       fd riscoaviso
          label record is standard
          value of file-id is "riscoaviso.dat".
          copy "riscoaviso.cpy".

       working-storage section.
       77 parmcent-sts pic x(2).
       77 tot-parmcent pic 9(3) value 0.

       fim.
          close cadnota presenca.
          open output reltutor riscoaviso.
          move "LISTA DE RISCO DE MEIO DE TERMO PARA OS TUTORES"
               to linha-rel.
          write linha-rel.
          string "TOTAL DE ALUNOS EM RISCO .. " cont-edit
               into linha-rel.
          write linha-rel.
          close reltutor riscoaviso.
          display "ALERTA DE MEIO DE TERMO: " cont-risco
              " ALUNOS EM RISCO - VER RELTUTOR.DAT".

                       "PROJETADA" into linha-rel
          end-evaluate.
          write linha-rel.
          perform grava-riscoaviso.

      * a mesma lista em registro fixo para a caixa de saida de
      * avisos as familias (101/cw).
       grava-riscoaviso.
          move num-alu-tab(idx-alu) to num-risco.
          move nome-alu-tab(idx-alu) to nome-risco.
          evaluate true
              when risco-nota equal "sim"
                   and risco-falta equal "sim"
                   move "A" to motivo-risco
              when risco-nota equal "sim"
                   move "N" to motivo-risco
              when other
                   move "F" to motivo-risco
          end-evaluate.
          move termo-corrente to termo-risco.
          write reg-riscoav.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
