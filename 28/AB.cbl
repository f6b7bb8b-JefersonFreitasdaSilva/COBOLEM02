       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-apr
       file status is aproveita-sts.
       select boletim assign to disk
       organization is line sequential.

          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd boletim
           label record are standard
           value of file-id is "boletim.dat".
           "---- NOVA PAGINA ----".
       77 fim-disc-arq pic x(3) value "nao".
       77 disciplinas-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 tem-aproveita pic x(3) value "nao".
       77 fim-apr-arq pic x(3) value "nao".
       77 tot-cat pic 9(3) value 0.
       77 idx-cat-achado pic 9(3) value 0.
       01 tabela-catalogo.
          if cadnota-sts equal "00"
               perform carrega-notas until fim-nota-arq = "sim".
          close cadnota.
          open input aproveita.
          if aproveita-sts equal "00"
               move "sim" to tem-aproveita.
          open input cadalu
           output boletim.

               move 0 to media-geral
          else
               compute media-geral = soma-medias / cont-disc.
          if tem-aproveita equal "sim"
               perform imprime-aproveitadas.
          move media-geral to media-edit.
          perform classifica.
          move spaces to linha-rel.
          move linha-disc-imp to linha-rel.
          write linha-rel.

      * disciplinas aproveitadas de outra escola (90/cl): contam
      * como aprovadas, com a nota de origem, mas nao sao do termo e
      * ficam fora da media geral.
       imprime-aproveitadas.
          move "nao" to fim-apr-arq.
          move num-ent of reg-alu to num-apr.
          move 0 to disc-apr.
          start aproveita key not < chave-apr
               invalid key move "sim" to fim-apr-arq
          end-start.
          perform linha-aproveitada until fim-apr-arq = "sim".

       linha-aproveitada.
          read aproveita next
              at end move "sim" to fim-apr-arq
              not at end
                  if num-apr not equal num-ent of reg-alu
                       move "sim" to fim-apr-arq
                  else
                       perform monta-aproveitada.

       monta-aproveitada.
          move disc-apr to disc-imp.
          move 0 to idx-cat-achado.
          perform acha-catalogo-apr varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if idx-cat-achado = 0
               move "(SEM CADASTRO)" to nome-disc-imp
          else
               move nome-cat-tab(idx-cat-achado) to nome-disc-imp.
          move nota-apr to media-imp.
          move linha-disc-imp to linha-rel.
          move "APROVEITADO" to linha-rel(26:24).
          write linha-rel.

       acha-catalogo-apr.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal disc-apr
               move idx-cat to idx-cat-achado.

       busca-catalogo.
          move 0 to idx-cat-achado.
          perform acha-catalogo varying idx-cat from 1 by 1
       fim.
          display "BOLETINS EMITIDOS: " cont-paginas.
          close cadalu boletim.
          if tem-aproveita equal "sim"
               close aproveita.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
