       identification division.
       program-id. CN.
       author. Jeferson.
       installation. fatec-sp.
       date-written. 15/10/2026.
       date-compiled.
       security.

       environment division.
       configuration section.
       source-computer. ibmpc.
       object-computer. ibmpc.
       special-names. decimal-point is comma.

       input-output section.
       file-control.
       select cadalu assign to disk
       organization is indexed
       access mode is sequential
       record key is num-ent
       file status is cadalu-sts.
       select ativcompl assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-ativ
       file status is ativcompl-sts.
       select catativ assign to disk
       organization is line sequential
       file status is catativ-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select relativ assign to disk
       organization is line sequential.

       data division.
       file section.
       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd catativ
          label record is standard
          value of file-id is "catativ.dat".
          copy "catativ.cpy".

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd relativ
           label record are standard
           value of file-id is "relativ.dat".
       01 linha-rel pic x(80).

       working-storage section.
       77 parmcent-sts pic x(2).
       77 tot-parmcent pic 9(3) value 0.
       77 data-hoje-parm pic 9(8) value 0.
       77 nome-parm-busca pic x(10) value spaces.
       77 data-parm-achada pic 9(8) value 0.
       77 achou-parm pic x(3) value "nao".
       01 tabela-parmcent.
           02 item-parmcent occurs 100 times indexed by idx-pc.
               03 nome-pc  pic x(10).
               03 data-pc  pic 9(8).
               03 valor-pc pic x(10).
       01 valor-parm-achado.
           02 valor-parm-horas pic 9(3).
           02 filler pic x(7).
       77 fim-alu-arq pic x(3) value "nao".
       77 fim-arq pic x(3) value "nao".
       77 cadalu-sts pic x(2).
       77 ativcompl-sts pic x(2).
       77 catativ-sts pic x(2).
       77 tem-ativcompl pic x(3) value "nao".
       77 data-execucao pic 9(6) value 0.
       77 horas-minimas pic 9(3) value 200.
       77 tot-cat pic 9(2) value 0.
       77 idx-cat-achado pic 9(2) value 0.
       77 horas-contadas pic 9(5) value 0.
       77 total-contado pic 9(5) value 0.
       77 horas-faltando pic 9(5) value 0.
       77 sem-categoria pic 9(5) value 0.
       77 cont-alunos pic 9(5) value 0.
       77 cont-cumpriram pic 9(5) value 0.
       77 cont-faltando pic 9(5) value 0.
       77 horas-edit pic zzzz9.
       77 max-edit pic zz9.
       77 contadas-edit pic zzzz9.
       77 cont-edit pic zzzz9.
       01 tabela-categorias.
           02 item-cat occurs 99 times indexed by idx-cat.
               03 cod-cat-tab   pic 9(2).
               03 desc-cat-tab  pic x(30).
               03 max-cat-tab   pic 9(3).
               03 soma-cat-tab  pic 9(5).

       procedure division.

      * saldo de atividades complementares por aluno: horas por
      * categoria, o que conta (ate o maximo da categoria) e quanto
      * falta para o minimo do curso (HORASCOMPL). aluno cancelado
      * fica de fora.
       PGM-1.
          perform inicio.
          perform principal until fim-alu-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "HORASCOMPL" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-horas to horas-minimas.
          open input catativ.
          if catativ-sts equal "00"
               perform carrega-categorias until fim-arq = "sim".
          close catativ.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "SALDO DE ATIVIDADES: CADALU.DAT NAO ABRE - "
                   "STATUS " cadalu-sts
               move 8 to return-code
               stop run.
          open input ativcompl.
          if ativcompl-sts equal "00"
               move "sim" to tem-ativcompl.
          open output relativ.
          move horas-minimas to horas-edit.
          move spaces to linha-rel.
          string "SALDO DE ATIVIDADES COMPLEMENTARES - MINIMO "
              horas-edit " HORAS - EMITIDO EM " data-execucao
              into linha-rel.
          write linha-rel.

       carrega-categorias.
          read catativ
              at end move "sim" to fim-arq
              not at end
                  if tot-cat < 99
                       add 1 to tot-cat
                       move cod-cat to cod-cat-tab(tot-cat)
                       move desc-cat to desc-cat-tab(tot-cat)
                       move max-cat to max-cat-tab(tot-cat)
                  else
                       display "CATATIV.DAT EXCEDEU 99 CATEGORIAS".

       principal.
          read cadalu at end move "sim" to fim-alu-arq.
          if fim-alu-arq not equal "sim"
               if situa-ent not equal "C"
                    perform saldo-aluno.

       saldo-aluno.
          add 1 to cont-alunos.
          perform zera-soma varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          move 0 to sem-categoria.
          if tem-ativcompl equal "sim"
               perform soma-aluno.
          move 0 to total-contado.
          perform conta-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          move spaces to linha-rel.
          write linha-rel.
          move total-contado to horas-edit.
          if total-contado < horas-minimas
               add 1 to cont-faltando
               compute horas-faltando = horas-minimas - total-contado
               move horas-faltando to contadas-edit
               move spaces to linha-rel
               string num-ent " " nome-ent " CONTAM " horas-edit
                   " FALTAM " contadas-edit into linha-rel
          else
               add 1 to cont-cumpriram
               move spaces to linha-rel
               string num-ent " " nome-ent " CONTAM " horas-edit
                   " CUMPRIDO" into linha-rel.
          write linha-rel.
          perform linha-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if sem-categoria > 0
               move sem-categoria to horas-edit
               move spaces to linha-rel
               string "      CATEGORIA FORA DA TABELA ....... "
                   horas-edit " HORAS - NAO CONTAM" into linha-rel
               write linha-rel.

       zera-soma.
          move 0 to soma-cat-tab(idx-cat).

       soma-aluno.
          move "nao" to fim-arq.
          move num-ent to num-ativ.
          move 0 to seq-ativ.
          start ativcompl key not < chave-ativ
               invalid key move "sim" to fim-arq
          end-start.
          perform le-atividade until fim-arq = "sim".

       le-atividade.
          read ativcompl next
              at end move "sim" to fim-arq
              not at end
                  if num-ativ not equal num-ent
                       move "sim" to fim-arq
                  else
                       perform soma-atividade.

       soma-atividade.
          move 0 to idx-cat-achado.
          perform acha-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if idx-cat-achado = 0
               add horas-ativ to sem-categoria
          else
               add horas-ativ to soma-cat-tab(idx-cat-achado).

       acha-categoria.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal cat-ativ
               move idx-cat to idx-cat-achado.

      * o que passa do maximo da categoria nao conta
       conta-categoria.
          if max-cat-tab(idx-cat) not = 0
               and soma-cat-tab(idx-cat) > max-cat-tab(idx-cat)
               move max-cat-tab(idx-cat) to horas-contadas
          else
               move soma-cat-tab(idx-cat) to horas-contadas.
          add horas-contadas to total-contado.

       linha-categoria.
          if soma-cat-tab(idx-cat) > 0
               perform conta-categoria
               move soma-cat-tab(idx-cat) to horas-edit
               move max-cat-tab(idx-cat) to max-edit
               move horas-contadas to contadas-edit
               move spaces to linha-rel
               string "      " cod-cat-tab(idx-cat) " "
                   desc-cat-tab(idx-cat) " " horas-edit " MAX "
                   max-edit " CONTAM " contadas-edit into linha-rel
               write linha-rel.

       fim.
          move spaces to linha-rel.
          write linha-rel.
          move cont-alunos to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS ........................ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-cumpriram to cont-edit.
          move spaces to linha-rel.
          string "CUMPRIRAM O MINIMO ............ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-faltando to cont-edit.
          move spaces to linha-rel.
          string "COM HORAS FALTANDO ............ " cont-edit
              into linha-rel.
          write linha-rel.
          close cadalu relativ.
          if tem-ativcompl equal "sim"
               close ativcompl.
          display "SALDO DE ATIVIDADES: " cont-cumpriram
              " CUMPRIRAM, " cont-faltando " COM HORAS FALTANDO".

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
      * na falta dele fica o valor padrao do programa.
       carrega-parmcent.
          read parmcent
              at end move "99" to parmcent-sts
              not at end
                  if tot-parmcent < 100
                       add 1 to tot-parmcent
                       move nome-parm to nome-pc(tot-parmcent)
                       move data-efet-parm to data-pc(tot-parmcent)
                       move valor-parm to valor-pc(tot-parmcent)
                  else
                       display "PARMCENT.DAT EXCEDEU 100 PARAMETROS".

       busca-parmcent.
          move "nao" to achou-parm.
          move 0 to data-parm-achada.
          perform acha-parmcent varying idx-pc from 1 by 1
              until idx-pc > tot-parmcent.

       acha-parmcent.
          if nome-pc(idx-pc) equal nome-parm-busca
               and data-pc(idx-pc) not > data-hoje-parm
               and data-pc(idx-pc) not < data-parm-achada
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.
