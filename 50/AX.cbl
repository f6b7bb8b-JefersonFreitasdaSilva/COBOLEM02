       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select faltaprof assign to disk
       organization is line sequential
       file status is faltaprof-sts.
       select relprof assign to disk
       organization is line sequential.

          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd faltaprof
          label record is standard
          value of file-id is "faltaprof.dat".
          copy "faltaprof.cpy".

       fd relprof
           label record are standard
           value of file-id is "relprof.dat".
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 visao-parm-aulas redefines valor-parm-achado.
           02 valor-parm-aulas pic 9(3).
           02 filler pic x(7).
       01 visao-parm-subst redefines valor-parm-achado.
           02 valor-parm-subst pic 9(2).
           02 filler pic x(8).
       77 fim-arq pic x(3) value "nao".
       77 fim-alu-arq pic x(3) value "nao".
       77 fim-nota-arq pic x(3) value "nao".
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 faltaprof-sts pic x(2).
       77 total-aulas pic 9(3) value 60.
       77 limite-subst pic 9(2) value 25.
       77 pct-subst pic 9(3)v99 value 0.
       77 peso1 pic 9(3) value 25.
       77 peso2 pic 9(3) value 25.
       77 peso3 pic 9(3) value 25.
               03 soma-atr-tab  pic 9(8)v99.
               03 maior-atr-tab pic 9(2)v99.
               03 menor-atr-tab pic 9(2)v99.
               03 subst-atr-tab pic 9(4).
       01 tabela-alunos.
           02 item-alu occurs 5000 times indexed by idx-alu.
               03 num-alu-tab   pic 9(5).
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          move "AULAS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-aulas to total-aulas.
          if total-aulas = 0
               move 60 to total-aulas.
          move "SUBSTPCT" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-subst to limite-subst.
          open input professores.
          if professores-sts equal "00"
               perform carrega-professores
          perform carrega-atribuicoes
              until atribuicao-sts not equal "00".
          close atribuicao.
          open input faltaprof.
          if faltaprof-sts equal "00"
               perform carrega-substituicoes
                   until faltaprof-sts not equal "00".
          close faltaprof.
          open input cadalu.
          if cadalu-sts equal "00"
               perform carrega-alunos until fim-alu-arq = "sim".
                            move 0 to soma-atr-tab(tot-atr)
                            move 0 to maior-atr-tab(tot-atr)
                            move 99,99 to menor-atr-tab(tot-atr)
                            move 0 to subst-atr-tab(tot-atr)
                       else
                            display "ATRIBUICAO.DAT EXCEDEU 500 "
                                "DO TERMO".

      * aula dada por substituto (95/cq) conta na secao da
      * disciplina e turma da aula no termo
       carrega-substituicoes.
          read faltaprof
              at end move "99" to faltaprof-sts
              not at end
                  if termo-fp equal termo-corrente
                       and subst-fp not = 0
                       perform casa-substituicao
                           varying idx-atr from 1 by 1
                           until idx-atr > tot-atr.

       casa-substituicao.
          if disc-atr-tab(idx-atr) equal disc-fp
               and turma-atr-tab(idx-atr) equal turma-fp
               add 1 to subst-atr-tab(idx-atr).

       carrega-alunos.
          read cadalu
              at end move "sim" to fim-alu-arq
              " MEDIA " media-edit
              " FAIXA " faixa-edit into linha-rel.
          write linha-rel.
          if subst-atr-tab(idx-atr) > 0
               perform confere-substituto.

      * secao em que o substituto deu mais que SUBSTPCT % das AULAS
      * do termo: o resultado nao e so do professor atribuido.
       confere-substituto.
          compute pct-subst = (subst-atr-tab(idx-atr) * 100)
              / total-aulas.
          if pct-subst > limite-subst
               move subst-atr-tab(idx-atr) to cont-edit
               move pct-subst to pct-edit
               move spaces to linha-rel
               string "      *** SUBSTITUTO DEU " cont-edit
                   " AULAS (" pct-edit "% DO TERMO) - RESULTADO "
                   "COMPARTILHADO" into linha-rel
               write linha-rel.

       busca-professor.
          move 0 to idx-prof-achado.
