       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is random
       record key is chave-apr
       file status is aproveita-sts.
       select ativcompl assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-ativ
       file status is ativcompl-sts.
       select catativ assign to disk
       organization is line sequential
       file status is catativ-sts.
       select parmpeso assign to disk
       organization is line sequential
       file status is parmpeso-sts.
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd catativ
          label record is standard
          value of file-id is "catativ.dat".
          copy "catativ.cpy".

       fd parmpeso
          label record is standard
          value of file-id is "parmpeso.dat".
       01 visao-parm-corte redefines valor-parm-achado.
           02 valor-parm-corte pic 9(2).
           02 filler pic x(8).
       01 visao-parm-horas redefines valor-parm-achado.
           02 valor-parm-horas pic 9(3).
           02 filler pic x(7).
       77 fim-alu-arq pic x(3) value "nao".
       77 fim-nota-arq pic x(3) value "nao".
       77 fim-disc-arq pic x(3) value "nao".
       77 disciplinas-sts pic x(2).
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 tem-aproveita pic x(3) value "nao".
       77 cont-aproveitadas pic 9(5) value 0.
       77 ativcompl-sts pic x(2).
       77 catativ-sts pic x(2).
       77 tem-ativcompl pic x(3) value "nao".
       77 fim-arq pic x(3) value "nao".
       77 horas-minimas pic 9(3) value 200.
       77 tot-cat pic 9(2) value 0.
       77 idx-cat-achado pic 9(2) value 0.
       77 horas-contadas pic 9(5) value 0.
       77 total-contado pic 9(5) value 0.
       77 horas-faltando pic 9(5) value 0.
       77 cont-sem-horas pic 9(5) value 0.
       77 horas-edit pic zzzz9.
      * horas de atividades complementares do aluno por categoria
       01 tabela-categorias.
           02 item-cat occurs 99 times indexed by idx-cat.
               03 cod-cat-tab   pic 9(2).
               03 max-cat-tab   pic 9(3).
               03 soma-cat-tab  pic 9(5).
       77 peso1 pic 9(3) value 25.
       77 peso2 pic 9(3) value 25.
       77 peso3 pic 9(3) value 25.
               03 nome-disc-tab pic x(30).
               03 obrig-disc-tab pic x(1).
               03 ativo-disc-tab pic x(1).
               03 aprov-aluno-tab pic x(1).
      * aprovacoes acumuladas por aluno e disciplina, apuradas de
      * cadnota.dat de todos os termos; mais de uma aprovacao na
      * mesma disciplina e indicio de historico ruim.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-corte to corte-aprov.
          move "HORASCOMPL" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-horas to horas-minimas.
          open input catativ.
          if catativ-sts equal "00"
               perform carrega-categorias until fim-arq = "sim".
          close catativ.
          open input disciplinas.
          if disciplinas-sts not equal "00"
               display "AUDITORIA DE FORMATURA: DISCIPLINAS.DAT "
          move "PENDENCIAS DE CURRICULO POR ALUNO" to linha-pend.
          write linha-pend.
          open input cadalu.
          open input aproveita.
          if aproveita-sts equal "00"
               move "sim" to tem-aproveita.
          open input ativcompl.
          if ativcompl-sts equal "00"
               move "sim" to tem-ativcompl.

       carrega-categorias.
          read catativ
              at end move "sim" to fim-arq
              not at end
                  if tot-cat < 99
                       add 1 to tot-cat
                       move cod-cat to cod-cat-tab(tot-cat)
                       move max-cat to max-cat-tab(tot-cat)
                  else
                       display "CATATIV.DAT EXCEDEU 99 CATEGORIAS".

       carrega-disciplinas.
          read disciplinas
          move 0 to faltando.
          perform confere-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          perform confere-horas.
          if faltando = 0
               add 1 to cont-elegiveis
               move spaces to linha-rel
               string num-ent of reg-alu " " nome-ent " TURMA "
                   turma-ent into linha-rel
               write linha-rel
               perform linha-aproveitada varying idx-dsc from 1 by 1
                   until idx-dsc > tot-disc
          else
               add 1 to cont-pendentes.
          perform flagra-dupla varying idx-apv from 1 by 1

      * disciplina obrigatoria e ativa sem aprovacao acumulada vira
      * linha de pendencia na planilha de trabalho da secretaria.
      * disciplina aproveitada de outra escola (90/cl) conta como
      * aprovada e sai marcada na lista de aptos.
       confere-disciplina.
          move "N" to aprov-aluno-tab(idx-dsc).
          if obrig-disc-tab(idx-dsc) equal "S"
               and ativo-disc-tab(idx-dsc) equal "S"
               perform busca-aprovacao
               if idx-aprv-achado = 0
                    perform busca-aproveitamento
               end-if
               if idx-aprv-achado = 0
                    add 1 to faltando
                    move spaces to linha-pend
                        nome-disc-tab(idx-dsc) into linha-pend
                    write linha-pend.

      * atividades complementares: ate o maximo de cada categoria,
      * contra o minimo do curso (HORASCOMPL). hora a menos barra a
      * formatura mesmo com todas as disciplinas aprovadas.
       confere-horas.
          perform zera-soma varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if tem-ativcompl equal "sim"
               perform soma-aluno.
          move 0 to total-contado.
          perform conta-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if total-contado < horas-minimas
               add 1 to faltando
               add 1 to cont-sem-horas
               compute horas-faltando = horas-minimas - total-contado
               move horas-faltando to horas-edit
               move spaces to linha-pend
               string num-ent of reg-alu " " nome-ent
                   " FALTAM " horas-edit
                   " HORAS DE ATIVIDADES COMPLEMENTARES"
                   into linha-pend
               write linha-pend.

       zera-soma.
          move 0 to soma-cat-tab(idx-cat).

       soma-aluno.
          move "nao" to fim-arq.
          move num-ent of reg-alu to num-ativ.
          move 0 to seq-ativ.
          start ativcompl key not < chave-ativ
               invalid key move "sim" to fim-arq
          end-start.
          perform le-atividade until fim-arq = "sim".

       le-atividade.
          read ativcompl next
              at end move "sim" to fim-arq
              not at end
                  if num-ativ not equal num-ent of reg-alu
                       move "sim" to fim-arq
                  else
                       perform soma-atividade.

       soma-atividade.
          move 0 to idx-cat-achado.
          perform acha-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if idx-cat-achado not = 0
               add horas-ativ to soma-cat-tab(idx-cat-achado).

       acha-categoria.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal cat-ativ
               move idx-cat to idx-cat-achado.

       conta-categoria.
          if max-cat-tab(idx-cat) not = 0
               and soma-cat-tab(idx-cat) > max-cat-tab(idx-cat)
               move max-cat-tab(idx-cat) to horas-contadas
          else
               move soma-cat-tab(idx-cat) to horas-contadas.
          add horas-contadas to total-contado.

       busca-aproveitamento.
          if tem-aproveita equal "sim"
               move num-ent of reg-alu to num-apr
               move cod-disc-tab(idx-dsc) to disc-apr
               read aproveita
                    invalid key continue
                    not invalid key
                         move "S" to aprov-aluno-tab(idx-dsc)
                         move 1 to idx-aprv-achado
               end-read.

       linha-aproveitada.
          if aprov-aluno-tab(idx-dsc) equal "S"
               add 1 to cont-aproveitadas
               move spaces to linha-rel
               string "      " cod-disc-tab(idx-dsc) " "
                   nome-disc-tab(idx-dsc) " APROVEITADO"
                   into linha-rel
               write linha-rel.

       busca-aprovacao.
          move 0 to idx-aprv-achado.
          perform acha-aprov-aluno varying idx-apv from 1 by 1
          string "APROVACOES DUPLICADAS ..... " cont-edit
               into linha-pend.
          write linha-pend.
          move cont-sem-horas to cont-edit.
          move spaces to linha-pend.
          string "SEM HORAS COMPLEMENTARES .. " cont-edit
               into linha-pend.
          write linha-pend.
          move cont-aproveitadas to cont-edit.
          move spaces to linha-rel.
          string "DISCIPLINAS APROVEITADAS .. " cont-edit
               into linha-rel.
          write linha-rel.
          close cadalu relformar relpendencia.
          if tem-aproveita equal "sim"
               close aproveita.
          if tem-ativcompl equal "sim"
               close ativcompl.
          display "AUDITORIA DE FORMATURA: " cont-elegiveis
              " APTOS, " cont-pendentes " COM PENDENCIA, "
              cont-duplas " APROVACOES DUPLICADAS".
