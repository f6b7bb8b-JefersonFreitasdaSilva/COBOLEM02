       identification division.
       program-id. CR.
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
       select provas assign to disk
       organization is line sequential
       file status is provas-sts.
       select horarios assign to disk
       organization is line sequential
       file status is horarios-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select matricula assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-mat
       file status is matricula-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-ent
       file status is cadalu-sts.
       select relprovtur assign to disk
       organization is line sequential.
       select relprovalu assign to disk
       organization is line sequential.
       select relprovsala assign to disk
       organization is line sequential.
       select relprovconf assign to disk
       organization is line sequential.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd provas
          label record is standard
          value of file-id is "provas.dat".
          copy "prova.cpy".

      * grade de horarios mantida pelo 69/bq
       fd horarios
          label record is standard
          value of file-id is "horarios.dat".
       01 reg-horario.
          02 turma-hor   pic x(1).
          02 disc-hor    pic 9(3).
          02 dia-hor     pic 9(1).
          02 periodo-hor pic 9(1).
          02 sala-hor    pic x(4).

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd matricula
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd relprovtur
           label record are standard
           value of file-id is "relprovtur.dat".
       01 linha-tur pic x(80).

       fd relprovalu
           label record are standard
           value of file-id is "relprovalu.dat".
       01 linha-alu pic x(80).

       fd relprovsala
           label record are standard
           value of file-id is "relprovsala.dat".
       01 linha-sala pic x(80).

       fd relprovconf
           label record are standard
           value of file-id is "relprovconf.dat".
       01 linha-rel pic x(80).

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

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
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       77 fim-arq pic x(3) value "nao".
       77 fim-alu-arq pic x(3) value "nao".
       77 provas-sts pic x(2).
       77 horarios-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 matricula-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 confirma pic x(1) value " ".
       77 tem-matricula pic x(3) value "nao".
       77 termo-corrente pic 9(6) value 0.
       77 num-busca pic 9(5) value 0.
       77 turma-aluno pic x(1) value " ".
       77 turma-escolhida pic x(1) value " ".
       77 disc-lista pic 9(3) value 0.
       77 turma-lista pic x(1) value " ".
       77 faz-prova pic x(3) value "nao".
       77 data-valida pic x(3) value "nao".
       77 choque pic x(3) value "nao".
       77 dia-semana pic 9(1) value 0.
       77 dias-corridos pic 9(7) value 0.
       77 anos-bissextos pic 9(3) value 0.
       77 quociente pic 9(7) value 0.
       77 resto-ano pic 9(1) value 0.
       77 resto-semana pic 9(1) value 0.
       77 dias-no-mes pic 9(2) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 disc-busca pic 9(3) value 0.
       77 nome-disc-rel pic x(20) value spaces.
       77 tot-hor pic 9(3) value 0.
       77 idx-sala-achada pic 9(3) value 0.
       77 tot-provas pic 9(4) value 0.
       77 idx-prova-achada pic 9(4) value 0.
       77 pos-nova pic 9(4) value 0.
       77 ultima-marcada pic 9(4) value 0.
       77 tot-lista pic 9(4) value 0.
       77 cont-avisos pic 9(3) value 0.
       77 cont-choques pic 9(5) value 0.
       77 cont-linhas pic 9(5) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-alunos pic 9(5) value 0.
       77 cont-edit pic zzzz9.
       77 rotulo-turma pic x(9) value spaces.
       77 data-edit pic x(10) value spaces.
       77 quebra-pagina pic x(22) value
           "---- NOVA PAGINA ----".
       01 prova-nova.
           02 chave-nova.
               03 data-nova    pic 9(8).
               03 periodo-novo pic 9(1).
               03 sala-nova    pic x(4).
           02 disc-nova  pic 9(3).
           02 turma-nova pic x(1).
       01 data-trab.
           02 ano-trab pic 9(4).
           02 mes-trab pic 9(2).
           02 dia-trab pic 9(2).
       01 data-trab-r redefines data-trab.
           02 data-digitada pic 9(8).
      * dias acumulados antes de cada mes e dias de cada mes, ano
      * comum; fevereiro de ano bissexto e tratado a parte.
       01 tabela-acumulado.
           02 filler pic x(36) value
               "000031059090120151181212243273304334".
       01 tabela-acumulado-r redefines tabela-acumulado.
           02 acum-mes pic 9(3) occurs 12 times.
       01 tabela-dias-mes.
           02 filler pic x(24) value "312831303130313130313031".
       01 tabela-dias-mes-r redefines tabela-dias-mes.
           02 dias-mes pic 9(2) occurs 12 times.
       01 tabela-dias.
           02 filler pic x(7) value "SEGUNDA".
           02 filler pic x(7) value "TERCA".
           02 filler pic x(7) value "QUARTA".
           02 filler pic x(7) value "QUINTA".
           02 filler pic x(7) value "SEXTA".
           02 filler pic x(7) value "SABADO".
           02 filler pic x(7) value "DOMINGO".
       01 tabela-dias-r redefines tabela-dias.
           02 rotulo-dia pic x(7) occurs 7 times.
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 nome-disc-tab  pic x(20).
               03 ativo-disc-tab pic x(1).
       01 tabela-horarios.
           02 item-hor occurs 500 times indexed by idx-hor.
               03 turma-hor-tab   pic x(1).
               03 disc-hor-tab    pic 9(3).
               03 dia-hor-tab     pic 9(1).
               03 periodo-hor-tab pic 9(1).
               03 sala-hor-tab    pic x(4).
      * provas em ordem de data, periodo e sala; marca-prv-tab
      * separa as provas do aluno em exame
       01 tabela-provas.
           02 item-prova occurs 1000 times indexed by idx-prv idx-out.
               03 chave-prv-tab.
                   04 data-prv-tab    pic 9(8).
                   04 periodo-prv-tab pic 9(1).
                   04 sala-prv-tab    pic x(4).
               03 disc-prv-tab  pic 9(3).
               03 turma-prv-tab pic x(1).
               03 termo-prv-tab pic 9(6).
               03 oper-prv-tab  pic x(8).
               03 ativa-prv-tab pic x(1).
               03 marca-prv-tab pic x(1).
      * alunos que fazem uma prova: matriculados na disciplina no
      * termo, da turma da prova (ou de qualquer turma se conjunta)
       01 tabela-lista.
           02 item-lista occurs 1000 times indexed by idx-lis.
               03 num-lis-tab   pic 9(5).
               03 nome-lis-tab  pic x(30).
               03 turma-lis-tab pic x(1).

       procedure division.

      * calendario de provas: cada prova tem disciplina, turma, data,
      * periodo e uma das salas da grade (69/bq). a inclusao recusa
      * sala ou turma ja ocupadas no periodo e avisa aula da grade na
      * sala e aluno com outra prova no mesmo horario. saem daqui os
      * calendarios por turma e por aluno, as listas de sala para os
      * fiscais e o relatorio de choques do termo.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          move 0 to termo-corrente.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input horarios.
          if horarios-sts equal "00"
               perform carrega-horarios until fim-arq = "sim".
          close horarios.
          if tot-hor = 0
               display "PROVAS: GRADE DE HORARIOS VAZIA - SEM SALAS "
                   "PARA AS PROVAS"
               stop run.
          move "nao" to fim-arq.
          open input provas.
          if provas-sts equal "00"
               perform carrega-provas until fim-arq = "sim".
          close provas.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "PROVAS: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open input matricula.
          if matricula-sts equal "00"
               move "sim" to tem-matricula
          else
               display "MATRICULA.DAT AUSENTE - SEM CONFERENCIA DE "
                   "ALUNOS".

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                       move ativo-disc to ativo-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500".

       carrega-horarios.
          read horarios
              at end move "sim" to fim-arq
              not at end
                  if tot-hor < 500
                       add 1 to tot-hor
                       move turma-hor to turma-hor-tab(tot-hor)
                       move disc-hor to disc-hor-tab(tot-hor)
                       move dia-hor to dia-hor-tab(tot-hor)
                       move periodo-hor
                           to periodo-hor-tab(tot-hor)
                       move sala-hor to sala-hor-tab(tot-hor)
                  else
                       display "HORARIOS.DAT EXCEDEU 500 AULAS".

      * com a tabela cheia a regravacao perderia provas: aborta
       carrega-provas.
          read provas
              at end move "sim" to fim-arq
              not at end
                  if tot-provas < 1000
                       move data-prv to data-nova
                       move periodo-prv to periodo-novo
                       move sala-prv to sala-nova
                       move disc-prv to disc-nova
                       move turma-prv to turma-nova
                       perform insere-prova
                       move termo-prv to termo-prv-tab(pos-nova)
                       move oper-prv to oper-prv-tab(pos-nova)
                  else
                       display "PROVAS.DAT EXCEDEU 1000 PROVAS - "
                           "ARQUIVE OS TERMOS ANTERIORES"
                       stop run.

       principal.
          display " ".
          display "CALENDARIO DE PROVAS - TERMO " termo-corrente.
          display "L=LISTAR  I=INCLUIR  E=EXCLUIR  T=CALENDARIO DA "
              "TURMA  A=CALENDARIO DO ALUNO".
          display "S=LISTAS DE SALA  C=CHOQUES  F=FIM: "
              with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-provas
              when opcao equal "I" or opcao equal "i"
                   perform inclui-prova
              when opcao equal "E" or opcao equal "e"
                   perform exclui-prova
              when opcao equal "T" or opcao equal "t"
                   perform calendario-turma
              when opcao equal "A" or opcao equal "a"
                   perform calendario-aluno
              when opcao equal "S" or opcao equal "s"
                   perform listas-de-sala
              when opcao equal "C" or opcao equal "c"
                   perform relatorio-choques
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, I, E, T, A, "
                       "S, C OU F"
          end-evaluate.

       lista-provas.
          move 0 to cont-linhas.
          display "DATA     PER SALA DISC TURMA".
          perform lista-uma varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          display cont-linhas " PROVAS NO TERMO".

       lista-uma.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               add 1 to cont-linhas
               display data-prv-tab(idx-prv) "  "
                   periodo-prv-tab(idx-prv) "  "
                   sala-prv-tab(idx-prv) " "
                   disc-prv-tab(idx-prv) "  "
                   turma-prv-tab(idx-prv).

       inclui-prova.
          display "DISCIPLINA .............. " with no advancing.
          accept disc-nova.
          display "TURMA (A/B/C, *=TODAS) .. " with no advancing.
          accept turma-nova.
          if turma-nova equal "a" move "A" to turma-nova.
          if turma-nova equal "b" move "B" to turma-nova.
          if turma-nova equal "c" move "C" to turma-nova.
          display "DATA (AAAAMMDD) ......... " with no advancing.
          accept data-nova.
          display "PERIODO (1 A 6) ......... " with no advancing.
          accept periodo-novo.
          display "SALA .................... " with no advancing.
          accept sala-nova.
          perform critica-prova.

       critica-prova.
          move data-nova to data-digitada.
          perform valida-data.
          if data-valida equal "sim"
               perform calcula-dia-semana.
          move disc-nova to disc-busca.
          perform busca-disciplina.
          perform busca-sala.
          evaluate true
              when turma-nova not equal "A"
                   and turma-nova not equal "B"
                   and turma-nova not equal "C"
                   and turma-nova not equal "*"
                   display "TURMA INVALIDA - USE A, B, C OU *"
              when data-valida equal "nao"
                   display "DATA INVALIDA"
              when dia-semana = 7
                   display "DOMINGO - SEM PROVA"
              when periodo-novo < 1 or periodo-novo > 6
                   display "PERIODO INVALIDO - USE 1 A 6"
              when idx-disc-achado = 0
                   display "DISCIPLINA " disc-nova " NAO CATALOGADA"
              when ativo-disc-tab(idx-disc-achado) not equal "S"
                   display "DISCIPLINA " disc-nova " INATIVA"
              when idx-sala-achada = 0
                   display "SALA " sala-nova " NAO CONSTA DA GRADE "
                       "DE HORARIOS"
              when other
                   perform confere-choques
          end-evaluate.

      * sala e turma ocupadas recusam a prova; aula da grade na sala
      * e aluno com duas provas so avisam - a coordenacao decide.
       confere-choques.
          move "nao" to choque.
          perform acha-choque varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if choque equal "nao"
               move 0 to cont-avisos
               perform acha-aula-na-sala varying idx-hor from 1 by 1
                   until idx-hor > tot-hor
               move 0 to cont-choques
               if tem-matricula equal "sim"
                    move disc-nova to disc-lista
                    move turma-nova to turma-lista
                    perform monta-lista
                    perform confere-aluno varying idx-lis from 1 by 1
                        until idx-lis > tot-lista
                    display tot-lista " ALUNOS FAZEM A PROVA"
               end-if
               perform confirma-prova.

       acha-choque.
          if ativa-prv-tab(idx-prv) equal "S"
               and data-prv-tab(idx-prv) equal data-nova
               and periodo-prv-tab(idx-prv) equal periodo-novo
               if sala-prv-tab(idx-prv) equal sala-nova
                    move "sim" to choque
                    display "CHOQUE: SALA " sala-nova " JA TEM A PROVA "
                        "DA DISC " disc-prv-tab(idx-prv) " TURMA "
                        turma-prv-tab(idx-prv)
               else
                    if turma-prv-tab(idx-prv) equal turma-nova
                         and turma-nova not equal "*"
                         move "sim" to choque
                         display "CHOQUE: TURMA " turma-nova
                             " JA TEM A PROVA DA DISC "
                             disc-prv-tab(idx-prv) " NO PERIODO".

       acha-aula-na-sala.
          if sala-hor-tab(idx-hor) equal sala-nova
               and dia-hor-tab(idx-hor) equal dia-semana
               and periodo-hor-tab(idx-hor) equal periodo-novo
               add 1 to cont-avisos
               display "ATENCAO: NA GRADE A SALA TEM AULA DA TURMA "
                   turma-hor-tab(idx-hor) " DISC "
                   disc-hor-tab(idx-hor) " NESSE HORARIO".

       confere-aluno.
          perform confere-prova-aluno varying idx-prv from 1 by 1
              until idx-prv > tot-provas.

       confere-prova-aluno.
          if ativa-prv-tab(idx-prv) equal "S"
               and data-prv-tab(idx-prv) equal data-nova
               and periodo-prv-tab(idx-prv) equal periodo-novo
               move num-lis-tab(idx-lis) to num-busca
               move turma-lis-tab(idx-lis) to turma-aluno
               perform aluno-faz-prova
               if faz-prova equal "sim"
                    add 1 to cont-choques
                    display "ATENCAO: ALUNO " num-lis-tab(idx-lis) " "
                        nome-lis-tab(idx-lis) " JA TEM PROVA DA DISC "
                        disc-prv-tab(idx-prv).

       confirma-prova.
          if cont-avisos > 0 or cont-choques > 0
               display "GRAVAR MESMO ASSIM (S/N)? " with no advancing
          else
               display "CONFIRMA A PROVA (S/N)? " with no advancing.
          accept confirma.
          if confirma equal "S" or confirma equal "s"
               perform grava-prova
          else
               display "PROVA NAO GRAVADA".

       grava-prova.
          if tot-provas not < 1000
               display "CALENDARIO CHEIO - PROVA NAO GRAVADA"
          else
               perform insere-prova
               move termo-corrente to termo-prv-tab(pos-nova)
               move oper-digitado to oper-prv-tab(pos-nova)
               add 1 to cont-gravados
               display "PROVA GRAVADA".

      * insere na posicao da chave (data, periodo, sala), deslocando
      * as seguintes uma casa para baixo
       insere-prova.
          move 0 to pos-nova.
          perform acha-posicao varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if pos-nova = 0
               compute pos-nova = tot-provas + 1
          else
               perform desloca-prova varying idx-prv from tot-provas
                   by -1 until idx-prv < pos-nova.
          add 1 to tot-provas.
          move chave-nova to chave-prv-tab(pos-nova).
          move disc-nova to disc-prv-tab(pos-nova).
          move turma-nova to turma-prv-tab(pos-nova).
          move "S" to ativa-prv-tab(pos-nova).
          move "N" to marca-prv-tab(pos-nova).

       acha-posicao.
          if pos-nova = 0 and chave-prv-tab(idx-prv) > chave-nova
               set pos-nova to idx-prv.

       desloca-prova.
          move item-prova(idx-prv) to item-prova(idx-prv + 1).

       exclui-prova.
          display "DATA (AAAAMMDD) ......... " with no advancing.
          accept data-nova.
          display "PERIODO (1 A 6) ......... " with no advancing.
          accept periodo-novo.
          display "SALA .................... " with no advancing.
          accept sala-nova.
          move 0 to idx-prova-achada.
          perform acha-prova varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if idx-prova-achada = 0
               display "NENHUMA PROVA NA SALA NESSE HORARIO"
          else
               display "DISC " disc-prv-tab(idx-prova-achada)
                   " TURMA " turma-prv-tab(idx-prova-achada)
                   " MARCADA POR " oper-prv-tab(idx-prova-achada)
               display "CONFIRMA EXCLUIR (S/N)? " with no advancing
               accept confirma
               if confirma equal "S" or confirma equal "s"
                    move "N" to ativa-prv-tab(idx-prova-achada)
                    add 1 to cont-gravados
                    display "PROVA EXCLUIDA"
               else
                    display "PROVA MANTIDA".

       acha-prova.
          if idx-prova-achada = 0
               and ativa-prv-tab(idx-prv) equal "S"
               and chave-prv-tab(idx-prv) equal chave-nova
               set idx-prova-achada to idx-prv.

      * calendario impresso da turma: as provas dela e as conjuntas
       calendario-turma.
          display "TURMA (A/B/C) ........... " with no advancing.
          accept turma-escolhida.
          if turma-escolhida equal "a" move "A" to turma-escolhida.
          if turma-escolhida equal "b" move "B" to turma-escolhida.
          if turma-escolhida equal "c" move "C" to turma-escolhida.
          open output relprovtur.
          move 0 to cont-linhas.
          move spaces to linha-tur.
          string "CALENDARIO DE PROVAS DA TURMA " turma-escolhida
              " - TERMO " termo-corrente into linha-tur.
          write linha-tur.
          perform prova-da-turma varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if cont-linhas = 0
               move "NENHUMA PROVA MARCADA PARA A TURMA" to linha-tur
               write linha-tur.
          close relprovtur.
          display "CALENDARIO GRAVADO EM RELPROVTUR.DAT".

       prova-da-turma.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               and (turma-prv-tab(idx-prv) equal turma-escolhida
                    or turma-prv-tab(idx-prv) equal "*")
               add 1 to cont-linhas
               perform monta-linha-prova
               move spaces to linha-tur
               string data-edit " " rotulo-dia(dia-semana)
                   " PERIODO " periodo-prv-tab(idx-prv)
                   " SALA " sala-prv-tab(idx-prv)
                   " " disc-prv-tab(idx-prv) " " nome-disc-rel
                   " " rotulo-turma into linha-tur
               write linha-tur.

       monta-linha-prova.
          move data-prv-tab(idx-prv) to data-digitada.
          perform calcula-dia-semana.
          move spaces to data-edit.
          string dia-trab "/" mes-trab "/" ano-trab into data-edit.
          move disc-prv-tab(idx-prv) to disc-busca.
          perform nome-da-disciplina.
          if turma-prv-tab(idx-prv) equal "*"
               move "CONJUNTA" to rotulo-turma
          else
               move spaces to rotulo-turma
               string "TURMA " turma-prv-tab(idx-prv)
                   into rotulo-turma.

      * calendario do aluno: as provas das disciplinas em que esta
      * matriculado no termo, com o choque marcado na propria linha
       calendario-aluno.
          display "NUMERO DO ALUNO ......... " with no advancing.
          accept num-busca.
          move num-busca to num-ent.
          read cadalu
               invalid key
                    display "ALUNO " num-busca " NAO ENCONTRADO"
               not invalid key
                    move turma-ent to turma-aluno
                    perform imprime-calendario-aluno.

       imprime-calendario-aluno.
          perform marca-provas-aluno.
          open output relprovalu.
          move 0 to cont-linhas.
          move 0 to ultima-marcada.
          move spaces to linha-alu.
          string "CALENDARIO DE PROVAS DO ALUNO " num-busca " "
              nome-ent into linha-alu.
          write linha-alu.
          move spaces to linha-alu.
          string "TURMA " turma-aluno " - TERMO " termo-corrente
              into linha-alu.
          write linha-alu.
          perform prova-do-aluno varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if cont-linhas = 0
               move "NENHUMA PROVA MARCADA PARA O ALUNO" to linha-alu
               write linha-alu.
          close relprovalu.
          display "CALENDARIO GRAVADO EM RELPROVALU.DAT".

       prova-do-aluno.
          if marca-prv-tab(idx-prv) equal "S"
               add 1 to cont-linhas
               perform monta-linha-prova
               move spaces to linha-alu
               string data-edit " " rotulo-dia(dia-semana)
                   " PERIODO " periodo-prv-tab(idx-prv)
                   " SALA " sala-prv-tab(idx-prv)
                   " " disc-prv-tab(idx-prv) " " nome-disc-rel
                   into linha-alu
               write linha-alu
               perform confere-anterior.

      * a tabela esta em ordem de data e periodo: duas provas do
      * aluno no mesmo horario ficam seguidas
       confere-anterior.
          if ultima-marcada not = 0
               and data-prv-tab(ultima-marcada)
                   equal data-prv-tab(idx-prv)
               and periodo-prv-tab(ultima-marcada)
                   equal periodo-prv-tab(idx-prv)
               move spaces to linha-alu
               string "      *** CHOQUE COM A PROVA DA DISC "
                   disc-prv-tab(ultima-marcada) into linha-alu
               write linha-alu.
          set ultima-marcada to idx-prv.

      * marca as provas que o aluno faz: le as matriculas dele no
      * termo e casa disciplina e turma
       marca-provas-aluno.
          perform desmarca-prova varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if tem-matricula equal "sim"
               move "nao" to fim-arq
               move num-busca to num-mat
               move 0 to disc-mat
               move 0 to termo-mat
               start matricula key not < chave-mat
                    invalid key move "sim" to fim-arq
               end-start
               perform le-matricula-aluno until fim-arq = "sim".

       desmarca-prova.
          move "N" to marca-prv-tab(idx-prv).

       le-matricula-aluno.
          read matricula next
              at end move "sim" to fim-arq
              not at end
                  if num-mat not equal num-busca
                       move "sim" to fim-arq
                  else
                       if termo-mat equal termo-corrente
                            perform marca-prova
                                varying idx-prv from 1 by 1
                                until idx-prv > tot-provas.

       marca-prova.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               and disc-prv-tab(idx-prv) equal disc-mat
               and (turma-prv-tab(idx-prv) equal turma-aluno
                    or turma-prv-tab(idx-prv) equal "*")
               move "S" to marca-prv-tab(idx-prv).

      * lista de presenca por sala e horario para os fiscais
       listas-de-sala.
          open output relprovsala.
          move 0 to cont-linhas.
          perform lista-da-sala varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          if cont-linhas = 0
               move "NENHUMA PROVA MARCADA NO TERMO" to linha-sala
               write linha-sala.
          close relprovsala.
          display cont-linhas " LISTAS GRAVADAS EM RELPROVSALA.DAT".

       lista-da-sala.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               perform imprime-lista-sala.

       imprime-lista-sala.
          if cont-linhas > 0
               move quebra-pagina to linha-sala
               write linha-sala.
          add 1 to cont-linhas.
          perform monta-linha-prova.
          move spaces to linha-sala.
          string "SALA " sala-prv-tab(idx-prv) " - " data-edit " "
              rotulo-dia(dia-semana) " PERIODO "
              periodo-prv-tab(idx-prv) into linha-sala.
          write linha-sala.
          move spaces to linha-sala.
          string "PROVA DE " disc-prv-tab(idx-prv) " " nome-disc-rel
              " " rotulo-turma into linha-sala.
          write linha-sala.
          move spaces to linha-sala.
          write linha-sala.
          move spaces to linha-sala.
          string "ALUNO NOME                           TURMA "
              "ASSINATURA" into linha-sala.
          write linha-sala.
          move 0 to tot-lista.
          if tem-matricula equal "sim"
               move disc-prv-tab(idx-prv) to disc-lista
               move turma-prv-tab(idx-prv) to turma-lista
               perform monta-lista.
          perform linha-aluno-sala varying idx-lis from 1 by 1
              until idx-lis > tot-lista.
          move spaces to linha-sala.
          write linha-sala.
          move tot-lista to cont-edit.
          move spaces to linha-sala.
          string "TOTAL DE ALUNOS NA SALA ...... " cont-edit
              into linha-sala.
          write linha-sala.

       linha-aluno-sala.
          move spaces to linha-sala.
          string num-lis-tab(idx-lis) " " nome-lis-tab(idx-lis) " "
              turma-lis-tab(idx-lis) "     ____________________"
              into linha-sala.
          write linha-sala.

      * relatorio de choques do termo: sala e turma com duas provas
      * no horario, prova em sala com aula na grade e aluno com duas
      * provas no mesmo horario (cadastro inteiro, exceto cancelado).
       relatorio-choques.
          open output relprovconf.
          move spaces to linha-rel.
          string "CHOQUES DO CALENDARIO DE PROVAS - TERMO "
              termo-corrente into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move "SALA E TURMA" to linha-rel.
          write linha-rel.
          move 0 to cont-choques.
          perform choque-sala-turma varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          move spaces to linha-rel.
          write linha-rel.
          move "AULA DA GRADE NA SALA DA PROVA" to linha-rel.
          write linha-rel.
          perform choque-com-aula varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          move spaces to linha-rel.
          write linha-rel.
          move "ALUNOS COM DUAS PROVAS NO MESMO HORARIO" to linha-rel.
          write linha-rel.
          move 0 to cont-alunos.
          if tem-matricula equal "sim"
               perform varre-alunos.
          move spaces to linha-rel.
          write linha-rel.
          move cont-choques to cont-edit.
          move spaces to linha-rel.
          string "CHOQUES ENCONTRADOS ........... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-alunos to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS CONFERIDOS ............. " cont-edit
              into linha-rel.
          write linha-rel.
          close relprovconf.
          display cont-choques " CHOQUES - VER RELPROVCONF.DAT".

       choque-sala-turma.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               perform compara-prova varying idx-out from idx-prv
                   by 1 until idx-out > tot-provas.

       compara-prova.
          if idx-out > idx-prv
               and ativa-prv-tab(idx-out) equal "S"
               and termo-prv-tab(idx-out) equal termo-corrente
               and data-prv-tab(idx-out) equal data-prv-tab(idx-prv)
               and periodo-prv-tab(idx-out)
                   equal periodo-prv-tab(idx-prv)
               and (sala-prv-tab(idx-out) equal sala-prv-tab(idx-prv)
                    or (turma-prv-tab(idx-out)
                        equal turma-prv-tab(idx-prv)
                        and turma-prv-tab(idx-prv) not equal "*"))
               add 1 to cont-choques
               move spaces to linha-rel
               string data-prv-tab(idx-prv) " PERIODO "
                   periodo-prv-tab(idx-prv) " DISC "
                   disc-prv-tab(idx-prv) " TURMA "
                   turma-prv-tab(idx-prv) " SALA "
                   sala-prv-tab(idx-prv) " X DISC "
                   disc-prv-tab(idx-out) " TURMA "
                   turma-prv-tab(idx-out) " SALA "
                   sala-prv-tab(idx-out) into linha-rel
               write linha-rel.

       choque-com-aula.
          if ativa-prv-tab(idx-prv) equal "S"
               and termo-prv-tab(idx-prv) equal termo-corrente
               move data-prv-tab(idx-prv) to data-digitada
               perform calcula-dia-semana
               perform compara-aula varying idx-hor from 1 by 1
                   until idx-hor > tot-hor.

       compara-aula.
          if sala-hor-tab(idx-hor) equal sala-prv-tab(idx-prv)
               and dia-hor-tab(idx-hor) equal dia-semana
               and periodo-hor-tab(idx-hor)
                   equal periodo-prv-tab(idx-prv)
               add 1 to cont-choques
               move spaces to linha-rel
               string data-prv-tab(idx-prv) " PERIODO "
                   periodo-prv-tab(idx-prv) " SALA "
                   sala-prv-tab(idx-prv) " PROVA DISC "
                   disc-prv-tab(idx-prv) " X AULA TURMA "
                   turma-hor-tab(idx-hor) " DISC "
                   disc-hor-tab(idx-hor) into linha-rel
               write linha-rel.

       varre-alunos.
          move "nao" to fim-alu-arq.
          move low-values to num-ent.
          start cadalu key not < num-ent
               invalid key move "sim" to fim-alu-arq
          end-start.
          perform confere-um-aluno until fim-alu-arq = "sim".

       confere-um-aluno.
          read cadalu next
              at end move "sim" to fim-alu-arq
              not at end
                  if situa-ent not equal "C"
                       add 1 to cont-alunos
                       move num-ent to num-busca
                       move turma-ent to turma-aluno
                       perform marca-provas-aluno
                       move 0 to ultima-marcada
                       perform choque-do-aluno
                           varying idx-prv from 1 by 1
                           until idx-prv > tot-provas.

       choque-do-aluno.
          if marca-prv-tab(idx-prv) equal "S"
               if ultima-marcada not = 0
                    and data-prv-tab(ultima-marcada)
                        equal data-prv-tab(idx-prv)
                    and periodo-prv-tab(ultima-marcada)
                        equal periodo-prv-tab(idx-prv)
                    add 1 to cont-choques
                    move spaces to linha-rel
                    string num-ent " " nome-ent " "
                        data-prv-tab(idx-prv) " P"
                        periodo-prv-tab(idx-prv) " DISC "
                        disc-prv-tab(ultima-marcada) " X "
                        disc-prv-tab(idx-prv) into linha-rel
                    write linha-rel
               end-if
               set ultima-marcada to idx-prv.

      * monta a lista de alunos da prova de disc-lista/turma-lista:
      * percorre a matricula inteira do termo e confere a turma e a
      * situacao no cadastro
       monta-lista.
          move 0 to tot-lista.
          move "nao" to fim-arq.
          move low-values to chave-mat.
          start matricula key not < chave-mat
               invalid key move "sim" to fim-arq
          end-start.
          perform le-matricula-lista until fim-arq = "sim".

       le-matricula-lista.
          read matricula next
              at end move "sim" to fim-arq
              not at end
                  if disc-mat equal disc-lista
                       and termo-mat equal termo-corrente
                       perform guarda-aluno-lista.

       guarda-aluno-lista.
          move num-mat to num-ent.
          read cadalu
               invalid key move "99" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          if cadalu-sts equal "00"
               and situa-ent not equal "C"
               and (turma-lista equal "*"
                    or turma-ent equal turma-lista)
               if tot-lista < 1000
                    add 1 to tot-lista
                    move num-ent to num-lis-tab(tot-lista)
                    move nome-ent to nome-lis-tab(tot-lista)
                    move turma-ent to turma-lis-tab(tot-lista)
               else
                    display "PROVA COM MAIS DE 1000 ALUNOS - "
                        "LISTA CORTADA".

      * o aluno faz a prova se esta matriculado na disciplina no
      * termo e e da turma da prova (ou a prova e conjunta)
       aluno-faz-prova.
          move "nao" to faz-prova.
          move num-busca to num-mat.
          move disc-prv-tab(idx-prv) to disc-mat.
          move termo-corrente to termo-mat.
          read matricula
               invalid key move "nao" to faz-prova
               not invalid key
                    if turma-prv-tab(idx-prv) equal "*"
                         or turma-prv-tab(idx-prv) equal turma-aluno
                         move "sim" to faz-prova
                    end-if
          end-read.

       busca-sala.
          move 0 to idx-sala-achada.
          perform acha-sala varying idx-hor from 1 by 1
              until idx-hor > tot-hor.

       acha-sala.
          if idx-sala-achada = 0
               and sala-hor-tab(idx-hor) equal sala-nova
               set idx-sala-achada to idx-hor.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-busca
               move idx-dsc to idx-disc-achado.

       nome-da-disciplina.
          perform busca-disciplina.
          if idx-disc-achado = 0
               move "(SEM CADASTRO)" to nome-disc-rel
          else
               move nome-disc-tab(idx-disc-achado) to nome-disc-rel.

       valida-data.
          move "sim" to data-valida.
          if ano-trab < 1901 or ano-trab > 2099
               or mes-trab < 1 or mes-trab > 12
               or dia-trab < 1
               move "nao" to data-valida
          else
               perform acha-dias-no-mes
               if dia-trab > dias-no-mes
                    move "nao" to data-valida.

       acha-dias-no-mes.
          move dias-mes(mes-trab) to dias-no-mes.
          divide ano-trab by 4 giving quociente remainder resto-ano.
          if mes-trab = 2 and resto-ano = 0
               move 29 to dias-no-mes.

      * dias corridos desde 01/01/1900, uma segunda-feira; vale de
      * 1901 a 2099, onde todo ano divisivel por 4 e bissexto.
      * dia-semana: 1 segunda ... 6 sabado (como na grade), 7 domingo.
       calcula-dia-semana.
          compute anos-bissextos = (ano-trab - 1901) / 4.
          compute dias-corridos = (ano-trab - 1900) * 365
              + anos-bissextos + acum-mes(mes-trab) + dia-trab - 1.
          divide ano-trab by 4 giving quociente remainder resto-ano.
          if resto-ano = 0 and mes-trab > 2
               add 1 to dias-corridos.
          divide dias-corridos by 7 giving quociente
              remainder resto-semana.
          compute dia-semana = resto-semana + 1.

       fim.
          close cadalu.
          if tem-matricula equal "sim"
               close matricula.
          if cont-gravados > 0
               perform regrava-provas.
          display "ALTERACOES NA SESSAO: " cont-gravados.

       regrava-provas.
          open output provas.
          perform regrava-uma varying idx-prv from 1 by 1
              until idx-prv > tot-provas.
          close provas.

       regrava-uma.
          if ativa-prv-tab(idx-prv) equal "S"
               move data-prv-tab(idx-prv) to data-prv
               move periodo-prv-tab(idx-prv) to periodo-prv
               move sala-prv-tab(idx-prv) to sala-prv
               move disc-prv-tab(idx-prv) to disc-prv
               move turma-prv-tab(idx-prv) to turma-prv
               move termo-prv-tab(idx-prv) to termo-prv
               move oper-prv-tab(idx-prv) to oper-prv
               write reg-prova.

      * identificacao do operador: 1 consulta, 2 atualizacao,
      * 3 administracao. funcoes que gravam exigem o nivel do
      * programa; a auditoria passa a ter autor em cada atualizacao.
       assina.
          open input operador.
          if operador-sts not equal "00"
               display "OPERADOR.DAT AUSENTE - PROCURE A "
                   "ADMINISTRACAO"
               close operador
               stop run.
          display "OPERADOR: " with no advancing.
          accept oper-digitado.
          move "nao" to oper-achado.
          perform procura-oper
              until operador-sts not equal "00"
              or oper-achado equal "sim".
          close operador.
          if oper-achado not equal "sim"
               display "OPERADOR NAO CADASTRADO"
               stop run.
          if nivel-assinado < nivel-exigido
               display "OPERADOR " oper-digitado " SEM NIVEL PARA "
                   "ESTE PROGRAMA"
               stop run.
          display "OPERADOR " nome-assinado " ASSINADO".

       procura-oper.
          read operador
              at end move "99" to operador-sts
              not at end
                  if id-oper equal oper-digitado
                       move "sim" to oper-achado
                       move nome-oper to nome-assinado
                       move nivel-oper to nivel-assinado.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
      * na falta dele fica o valor do arquivo parm antigo.
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
