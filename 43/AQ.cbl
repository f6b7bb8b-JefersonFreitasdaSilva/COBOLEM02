       select histfinal assign to disk
       organization is line sequential
       file status is histfinal-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-apr
       file status is aproveita-sts.
       select histcons assign to disk
       organization is line sequential
       file status is histcons-sts.
          02 media-histc  pic 9(2)v99.
          02 status-histc pic x(1).

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

      * copia impressa da consulta, para a pasta do recurso
       fd histcons
           label record are standard
       77 histapr-sts pic x(2).
       77 histfinal-sts pic x(2).
       77 histcons-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 fim-apr-arq pic x(3) value "nao".
       77 tot-aproveitadas pic 9(3) value 0.
       77 num-busca pic 9(5) value 0.
       77 tot-achados pic 9(3) value 0.
       77 idx-dup pic 9(3) value 0.
          if histfinal-sts equal "00"
               perform le-final until histfinal-sts not equal "00".
          close histfinal.
          perform conta-aproveitadas.

      * disciplinas aproveitadas de outra escola (90/cl) entram na
      * consulta depois dos termos, como aprovacao sem termo.
       conta-aproveitadas.
          open input aproveita.
          if aproveita-sts equal "00"
               perform posiciona-aproveita
               perform soma-aproveitada until fim-apr-arq = "sim"
               if tot-aproveitadas = 0
                    close aproveita.

       posiciona-aproveita.
          move "nao" to fim-apr-arq.
          move num-busca to num-apr.
          move 0 to disc-apr.
          start aproveita key not < chave-apr
               invalid key move "sim" to fim-apr-arq
          end-start.

       soma-aproveitada.
          read aproveita next
              at end move "sim" to fim-apr-arq
              not at end
                  if num-apr not equal num-busca
                       move "sim" to fim-apr-arq
                  else
                       add 1 to tot-aproveitadas.

       lista-aproveitada.
          read aproveita next
              at end move "sim" to fim-apr-arq
              not at end
                  if num-apr not equal num-busca
                       move "sim" to fim-apr-arq
                  else
                       perform linha-aproveitada.

       linha-aproveitada.
          move nota-apr to media-edit.
          move spaces to linha-consulta.
          string "DISC " disc-apr " " media-edit "  APROVEITADO "
              escola-apr into linha-consulta.
          display linha-consulta.
          if resp-arquivo equal "S"
               move linha-consulta to linha-arq
               write linha-arq.

       le-aprov.
          read histaprov
          move "N" to listado-ach(tot-achados).

       mostra-consulta.
          if tot-achados = 0 and tot-aproveitadas = 0
               display "ALUNO " num-busca " SEM HISTORICO ACADEMICO"
               stop run.
          display " ".
               move "TERMO   MEDIA  SITUACAO    ORIGEM" to linha-arq
               write linha-arq.
          perform lista-ordenado until cont-impressos = tot-achados.
          if tot-aproveitadas > 0
               perform posiciona-aproveita
               perform lista-aproveitada until fim-apr-arq = "sim"
               close aproveita.
          if resp-arquivo equal "S"
               close histcons
               display "CONSULTA GRAVADA EM HISTCONS.DAT".
