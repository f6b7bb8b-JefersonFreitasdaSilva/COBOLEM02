       identification division.
       program-id. CQ.
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
       select faltaprof assign to disk
       organization is line sequential
       file status is faltaprof-sts.
       select horarios assign to disk
       organization is line sequential
       file status is horarios-sts.
       select atribuicao assign to disk
       organization is line sequential
       file status is atribuicao-sts.
       select professores assign to disk
       organization is line sequential
       file status is professores-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select relfaltaprof assign to disk
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
       fd faltaprof
          label record is standard
          value of file-id is "faltaprof.dat".
          copy "faltaprof.cpy".

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

       fd atribuicao
          label record is standard
          value of file-id is "atribuicao.dat".
          copy "atribuicao.cpy".

       fd professores
          label record is standard
          value of file-id is "professores.dat".
          copy "professor.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd relfaltaprof
           label record are standard
           value of file-id is "relfaltaprof.dat".
       01 linha-rel pic x(90).

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
       77 faltaprof-sts pic x(2).
       77 horarios-sts pic x(2).
       77 atribuicao-sts pic x(2).
       77 professores-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 confirma pic x(1) value " ".
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 turma-digitada pic x(1) value " ".
       77 periodo-digitado pic 9(1) value 0.
       77 subst-digitado pic 9(5) value 0.
       77 mes-digitado pic 9(6) value 0.
       77 mes-falta pic 9(6) value 0.
       77 aula-valida pic x(3) value "nao".
       77 data-valida pic x(3) value "nao".
       77 subst-valido pic x(3) value "nao".
       77 dia-semana pic 9(1) value 0.
       77 dias-corridos pic 9(7) value 0.
       77 anos-bissextos pic 9(3) value 0.
       77 quociente pic 9(7) value 0.
       77 resto-ano pic 9(1) value 0.
       77 resto-semana pic 9(1) value 0.
       77 dias-no-mes pic 9(2) value 0.
       77 tot-hor pic 9(3) value 0.
       77 idx-hor-achado pic 9(3) value 0.
       77 tot-atr pic 9(3) value 0.
       77 idx-atr-achado pic 9(3) value 0.
       77 disc-busca pic 9(3) value 0.
       77 turma-busca pic x(1) value " ".
       77 tot-prof pic 9(3) value 0.
       77 idx-prof-achado pic 9(3) value 0.
       77 matr-busca pic 9(5) value 0.
       77 idx-ausente pic 9(3) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 nome-disc-rel pic x(20) value spaces.
       77 tot-faltas pic 9(4) value 0.
       77 idx-falta-achada pic 9(4) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 aulas-dadas pic 9(4) value 0.
       77 tot-previstas pic 9(5) value 0.
       77 tot-faltou pic 9(5) value 0.
       77 tot-cobertas pic 9(5) value 0.
       77 sem-professor pic 9(5) value 0.
       77 cont-edit pic zzz9.
       77 total-edit pic zzzz9.
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
       01 tabela-horarios.
           02 item-hor occurs 500 times indexed by idx-hor.
               03 turma-hor-tab   pic x(1).
               03 disc-hor-tab    pic 9(3).
               03 dia-hor-tab     pic 9(1).
               03 periodo-hor-tab pic 9(1).
       01 tabela-atribuicoes.
           02 item-atr occurs 500 times indexed by idx-atr.
               03 matr-atr-tab  pic 9(5).
               03 disc-atr-tab  pic 9(3).
               03 turma-atr-tab pic x(1).
       01 tabela-professores.
           02 item-prof occurs 200 times indexed by idx-prf.
               03 matr-prof-tab  pic 9(5).
               03 nome-prof-tab  pic x(30).
               03 prev-prof-tab  pic 9(4).
               03 falta-prof-tab pic 9(4).
               03 cob-prof-tab   pic 9(4).
               03 subst-prof-tab pic 9(4).
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab  pic 9(3).
               03 nome-disc-tab pic x(20).
       01 tabela-faltas.
           02 item-falta occurs 2000 times indexed by idx-flt.
               03 data-flt-tab    pic 9(8).
               03 turma-flt-tab   pic x(1).
               03 periodo-flt-tab pic 9(1).
               03 disc-flt-tab    pic 9(3).
               03 termo-flt-tab   pic 9(6).
               03 matr-flt-tab    pic 9(5).
               03 subst-flt-tab   pic 9(5).
               03 lanc-flt-tab    pic 9(6).
               03 oper-flt-tab    pic x(8).
               03 ativa-flt-tab   pic x(1).

       procedure division.

      * faltas de professor: a aula perdida e identificada pela data,
      * turma e periodo da grade (69/bq); o professor ausente e o que
      * tem a disciplina da aula na turma em atribuicao.dat no termo.
      * o substituto, quando houve, e outro professor cadastrado sem
      * aula propria no mesmo periodo. a opcao R imprime para o RH o
      * mes de cada professor: aulas previstas pela grade, faltas,
      * faltas cobertas e aulas dadas como substituto.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          move data-execucao to termo-corrente.
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
          open input horarios.
          if horarios-sts equal "00"
               perform carrega-horarios until fim-arq = "sim".
          close horarios.
          if tot-hor = 0
               display "FALTAS DE PROFESSOR: GRADE DE HORARIOS VAZIA "
                   "- CADASTRE AS AULAS NO 69/BQ"
               stop run.
          move "nao" to fim-arq.
          open input atribuicao.
          if atribuicao-sts equal "00"
               perform carrega-atribuicoes until fim-arq = "sim".
          close atribuicao.
          move "nao" to fim-arq.
          open input professores.
          if professores-sts equal "00"
               perform carrega-professores until fim-arq = "sim".
          close professores.
          move "nao" to fim-arq.
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input faltaprof.
          if faltaprof-sts equal "00"
               perform carrega-faltas until fim-arq = "sim".
          close faltaprof.

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
                  else
                       display "HORARIOS.DAT EXCEDEU 500 AULAS".

       carrega-atribuicoes.
          read atribuicao
              at end move "sim" to fim-arq
              not at end
                  if termo-atr equal termo-corrente
                       if tot-atr < 500
                            add 1 to tot-atr
                            move matr-atr to matr-atr-tab(tot-atr)
                            move disc-atr to disc-atr-tab(tot-atr)
                            move turma-atr to turma-atr-tab(tot-atr)
                       else
                            display "ATRIBUICAO.DAT EXCEDEU 500 "
                                "DO TERMO".

       carrega-professores.
          read professores
              at end move "sim" to fim-arq
              not at end
                  if tot-prof < 200
                       add 1 to tot-prof
                       move matr-prof to matr-prof-tab(tot-prof)
                       move nome-prof to nome-prof-tab(tot-prof)
                  else
                       display "PROFESSORES.DAT EXCEDEU 200".

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500".

      * com a tabela cheia a regravacao perderia faltas: aborta
       carrega-faltas.
          read faltaprof
              at end move "sim" to fim-arq
              not at end
                  if tot-faltas < 2000
                       add 1 to tot-faltas
                       move data-fp to data-flt-tab(tot-faltas)
                       move turma-fp to turma-flt-tab(tot-faltas)
                       move periodo-fp to periodo-flt-tab(tot-faltas)
                       move disc-fp to disc-flt-tab(tot-faltas)
                       move termo-fp to termo-flt-tab(tot-faltas)
                       move matr-fp to matr-flt-tab(tot-faltas)
                       move subst-fp to subst-flt-tab(tot-faltas)
                       move data-lanc-fp to lanc-flt-tab(tot-faltas)
                       move oper-fp to oper-flt-tab(tot-faltas)
                       move "S" to ativa-flt-tab(tot-faltas)
                  else
                       display "FALTAPROF.DAT EXCEDEU 2000 FALTAS - "
                           "ARQUIVE O ANO ANTERIOR"
                       stop run.

       principal.
          display " ".
          display "FALTAS DE PROFESSOR E SUBSTITUICOES - TERMO "
              termo-corrente.
          display "L=LISTAR MES  I=INCLUIR  E=EXCLUIR  "
               "R=RELATORIO DO MES  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-mes
              when opcao equal "I" or opcao equal "i"
                   perform inclui-falta
              when opcao equal "E" or opcao equal "e"
                   perform exclui-falta
              when opcao equal "R" or opcao equal "r"
                   perform relatorio-mes
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, I, E, R OU F"
          end-evaluate.

       lista-mes.
          display "MES (AAAAMM) ............ " with no advancing.
          accept mes-digitado.
          move 0 to cont-listados.
          display "DATA     TURMA PER DISC AUSENTE SUBSTITUTO"
          perform lista-uma varying idx-flt from 1 by 1
              until idx-flt > tot-faltas.
          display cont-listados " FALTAS NO MES".

       lista-uma.
          divide data-flt-tab(idx-flt) by 100 giving mes-falta.
          if ativa-flt-tab(idx-flt) equal "S"
               and mes-falta equal mes-digitado
               add 1 to cont-listados
               display data-flt-tab(idx-flt) " "
                   turma-flt-tab(idx-flt) "     "
                   periodo-flt-tab(idx-flt) "   "
                   disc-flt-tab(idx-flt) "  "
                   matr-flt-tab(idx-flt) "   "
                   subst-flt-tab(idx-flt).

       inclui-falta.
          perform pede-aula.
          if aula-valida equal "sim"
               if idx-falta-achada not = 0
                    display "FALTA JA LANCADA PARA ESTA AULA"
               else
                    perform pede-substituto
                    if subst-valido equal "sim"
                         perform confirma-falta.

       confirma-falta.
          display "CONFIRMA A FALTA (S/N)? " with no advancing.
          accept confirma.
          if confirma equal "S" or confirma equal "s"
               perform grava-falta
          else
               display "FALTA NAO GRAVADA".

       grava-falta.
          if tot-faltas not < 2000
               display "TABELA DE FALTAS CHEIA - NAO GRAVADA"
          else
               add 1 to tot-faltas
               move data-digitada to data-flt-tab(tot-faltas)
               move turma-digitada to turma-flt-tab(tot-faltas)
               move periodo-digitado to periodo-flt-tab(tot-faltas)
               move disc-hor-tab(idx-hor-achado)
                   to disc-flt-tab(tot-faltas)
               move termo-corrente to termo-flt-tab(tot-faltas)
               move matr-atr-tab(idx-atr-achado)
                   to matr-flt-tab(tot-faltas)
               move subst-digitado to subst-flt-tab(tot-faltas)
               move data-execucao to lanc-flt-tab(tot-faltas)
               move oper-digitado to oper-flt-tab(tot-faltas)
               move "S" to ativa-flt-tab(tot-faltas)
               add 1 to cont-gravados
               display "FALTA GRAVADA".

       exclui-falta.
          perform pede-aula.
          if aula-valida equal "sim"
               if idx-falta-achada = 0
                    display "NENHUMA FALTA LANCADA PARA ESTA AULA"
               else
                    display "SUBSTITUTO "
                        subst-flt-tab(idx-falta-achada) " LANCADO EM "
                        lanc-flt-tab(idx-falta-achada) " POR "
                        oper-flt-tab(idx-falta-achada)
                    display "CONFIRMA EXCLUIR (S/N)? "
                        with no advancing
                    accept confirma
                    if confirma equal "S" or confirma equal "s"
                         move "N" to ativa-flt-tab(idx-falta-achada)
                         add 1 to cont-gravados
                         display "FALTA EXCLUIDA"
                    else
                         display "FALTA MANTIDA".

      * a aula tem de existir na grade no dia da semana da data e a
      * disciplina tem de ter professor atribuido na turma.
       pede-aula.
          move "nao" to aula-valida.
          display "DATA DA AULA (AAAAMMDD) . " with no advancing.
          accept data-digitada.
          display "TURMA (A/B/C) ........... " with no advancing.
          accept turma-digitada.
          if turma-digitada equal "a" move "A" to turma-digitada.
          if turma-digitada equal "b" move "B" to turma-digitada.
          if turma-digitada equal "c" move "C" to turma-digitada.
          display "PERIODO (1 A 6) ......... " with no advancing.
          accept periodo-digitado.
          perform valida-data.
          if data-valida equal "sim"
               perform calcula-dia-semana.
          move 0 to idx-hor-achado.
          if data-valida equal "sim"
               perform acha-horario varying idx-hor from 1 by 1
                   until idx-hor > tot-hor.
          move 0 to idx-atr-achado.
          if idx-hor-achado not = 0
               move disc-hor-tab(idx-hor-achado) to disc-busca
               move turma-digitada to turma-busca
               perform busca-atribuicao.
          evaluate true
              when data-valida equal "nao"
                   display "DATA INVALIDA"
              when dia-semana = 7
                   display "DOMINGO - NAO HA AULA NA GRADE"
              when idx-hor-achado = 0
                   display "TURMA " turma-digitada " SEM AULA NO "
                       "PERIODO " periodo-digitado " DE "
                       rotulo-dia(dia-semana)
              when idx-atr-achado = 0
                   display "DISCIPLINA " disc-busca " SEM PROFESSOR "
                       "ATRIBUIDO NA TURMA NO TERMO"
              when other
                   move "sim" to aula-valida
                   perform mostra-aula
          end-evaluate.

       mostra-aula.
          perform nome-da-disciplina.
          move matr-atr-tab(idx-atr-achado) to matr-busca.
          perform busca-professor.
          move idx-prof-achado to idx-ausente.
          display rotulo-dia(dia-semana) " PERIODO " periodo-digitado
              " DISC " disc-busca " " nome-disc-rel.
          if idx-ausente = 0
               display "PROFESSOR " matr-busca " (SEM CADASTRO)"
          else
               display "PROFESSOR " matr-busca " "
                   nome-prof-tab(idx-ausente).
          move 0 to idx-falta-achada.
          perform acha-falta varying idx-flt from 1 by 1
              until idx-flt > tot-faltas.

       acha-horario.
          if idx-hor-achado = 0
               and turma-hor-tab(idx-hor) equal turma-digitada
               and dia-hor-tab(idx-hor) equal dia-semana
               and periodo-hor-tab(idx-hor) equal periodo-digitado
               move idx-hor to idx-hor-achado.

       acha-falta.
          if idx-falta-achada = 0
               and ativa-flt-tab(idx-flt) equal "S"
               and data-flt-tab(idx-flt) equal data-digitada
               and turma-flt-tab(idx-flt) equal turma-digitada
               and periodo-flt-tab(idx-flt) equal periodo-digitado
               move idx-flt to idx-falta-achada.

      * substituto 0 = a aula nao foi dada
       pede-substituto.
          move "nao" to subst-valido.
          display "SUBSTITUTO (0 = AULA NAO DADA) " with no advancing.
          accept subst-digitado.
          move subst-digitado to matr-busca.
          perform busca-professor.
          evaluate true
              when subst-digitado = 0
                   move "sim" to subst-valido
              when subst-digitado equal matr-atr-tab(idx-atr-achado)
                   display "SUBSTITUTO E O PROPRIO PROFESSOR AUSENTE"
              when idx-prof-achado = 0
                   display "PROFESSOR " subst-digitado
                       " NAO CADASTRADO"
              when other
                   perform confere-periodo-livre
          end-evaluate.

       confere-periodo-livre.
          move "sim" to subst-valido.
          perform confere-aula-propria varying idx-hor from 1 by 1
              until idx-hor > tot-hor.
          move disc-hor-tab(idx-hor-achado) to disc-busca.
          move turma-digitada to turma-busca.
          perform busca-atribuicao.
          if subst-valido equal "sim"
               display "SUBSTITUTO " nome-prof-tab(idx-prof-achado).

       confere-aula-propria.
          if subst-valido equal "sim"
               and dia-hor-tab(idx-hor) equal dia-semana
               and periodo-hor-tab(idx-hor) equal periodo-digitado
               move disc-hor-tab(idx-hor) to disc-busca
               move turma-hor-tab(idx-hor) to turma-busca
               perform busca-atribuicao
               if idx-atr-achado not = 0
                    and matr-atr-tab(idx-atr-achado)
                        equal subst-digitado
                    move "nao" to subst-valido
                    display "SUBSTITUTO TEM AULA PROPRIA NA TURMA "
                        turma-busca " NO MESMO PERIODO".

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

       busca-atribuicao.
          move 0 to idx-atr-achado.
          perform acha-atribuicao varying idx-atr from 1 by 1
              until idx-atr > tot-atr.

       acha-atribuicao.
          if idx-atr-achado = 0
               and disc-atr-tab(idx-atr) equal disc-busca
               and turma-atr-tab(idx-atr) equal turma-busca
               move idx-atr to idx-atr-achado.

       busca-professor.
          move 0 to idx-prof-achado.
          perform acha-professor varying idx-prf from 1 by 1
              until idx-prf > tot-prof.

       acha-professor.
          if idx-prof-achado = 0
               and matr-prof-tab(idx-prf) equal matr-busca
               move idx-prf to idx-prof-achado.

       nome-da-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          if idx-disc-achado = 0
               move "(SEM CADASTRO)" to nome-disc-rel
          else
               move nome-disc-tab(idx-disc-achado) to nome-disc-rel.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-busca
               move idx-dsc to idx-disc-achado.

      * relatorio do mes para o RH. as aulas previstas saem da grade
      * dia a dia do mes com as atribuicoes do termo corrente; as
      * aulas dadas sao as previstas menos as faltas mais as dadas
      * como substituto.
       relatorio-mes.
          display "MES (AAAAMM) ............ " with no advancing.
          accept mes-digitado.
          divide mes-digitado by 100 giving ano-trab
              remainder mes-trab.
          move 1 to dia-trab.
          perform valida-data.
          if data-valida equal "nao"
               display "MES INVALIDO"
          else
               perform monta-relatorio.

       monta-relatorio.
          move 0 to sem-professor.
          perform zera-professor varying idx-prf from 1 by 1
              until idx-prf > tot-prof.
          perform conta-dia varying dia-trab from 1 by 1
              until dia-trab > dias-no-mes.
          perform conta-falta varying idx-flt from 1 by 1
              until idx-flt > tot-faltas.
          open output relfaltaprof.
          move spaces to linha-rel.
          string "AULAS E FALTAS DE PROFESSORES - MES " mes-digitado
              " - TERMO " termo-corrente " - EMITIDO EM "
              data-execucao into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "MATR  NOME                           PREVISTAS "
              "FALTAS COBERTAS SUBSTITUIU DADAS" into linha-rel.
          write linha-rel.
          move 0 to tot-previstas.
          move 0 to tot-faltou.
          move 0 to tot-cobertas.
          perform linha-professor varying idx-prf from 1 by 1
              until idx-prf > tot-prof.
          move spaces to linha-rel.
          write linha-rel.
          move tot-previstas to total-edit.
          move spaces to linha-rel.
          string "AULAS PREVISTAS ............... " total-edit
              into linha-rel.
          write linha-rel.
          move tot-faltou to total-edit.
          move spaces to linha-rel.
          string "FALTAS DE PROFESSOR ........... " total-edit
              into linha-rel.
          write linha-rel.
          move tot-cobertas to total-edit.
          move spaces to linha-rel.
          string "FALTAS COBERTAS POR SUBSTITUTO  " total-edit
              into linha-rel.
          write linha-rel.
          if sem-professor > 0
               move sem-professor to total-edit
               move spaces to linha-rel
               string "AULAS DA GRADE SEM PROFESSOR .. " total-edit
                   into linha-rel
               write linha-rel.
          close relfaltaprof.
          display "RELATORIO GRAVADO EM RELFALTAPROF.DAT".

       zera-professor.
          move 0 to prev-prof-tab(idx-prf).
          move 0 to falta-prof-tab(idx-prf).
          move 0 to cob-prof-tab(idx-prf).
          move 0 to subst-prof-tab(idx-prf).

       conta-dia.
          perform calcula-dia-semana.
          if dia-semana < 7
               perform conta-aula varying idx-hor from 1 by 1
                   until idx-hor > tot-hor.

       conta-aula.
          if dia-hor-tab(idx-hor) equal dia-semana
               move disc-hor-tab(idx-hor) to disc-busca
               move turma-hor-tab(idx-hor) to turma-busca
               perform busca-atribuicao
               move 0 to idx-prof-achado
               if idx-atr-achado not = 0
                    move matr-atr-tab(idx-atr-achado) to matr-busca
                    perform busca-professor
               end-if
               if idx-prof-achado = 0
                    add 1 to sem-professor
               else
                    add 1 to prev-prof-tab(idx-prof-achado).

       conta-falta.
          divide data-flt-tab(idx-flt) by 100 giving mes-falta.
          if ativa-flt-tab(idx-flt) equal "S"
               and mes-falta equal mes-digitado
               move matr-flt-tab(idx-flt) to matr-busca
               perform busca-professor
               if idx-prof-achado not = 0
                    add 1 to falta-prof-tab(idx-prof-achado)
                    if subst-flt-tab(idx-flt) not = 0
                         add 1 to cob-prof-tab(idx-prof-achado)
                    end-if
               end-if
               if subst-flt-tab(idx-flt) not = 0
                    move subst-flt-tab(idx-flt) to matr-busca
                    perform busca-professor
                    if idx-prof-achado not = 0
                         add 1 to subst-prof-tab(idx-prof-achado).

       linha-professor.
          if prev-prof-tab(idx-prf) > 0
               or falta-prof-tab(idx-prf) > 0
               or subst-prof-tab(idx-prf) > 0
               perform imprime-professor.

       imprime-professor.
          add prev-prof-tab(idx-prf) to tot-previstas.
          add falta-prof-tab(idx-prf) to tot-faltou.
          add cob-prof-tab(idx-prf) to tot-cobertas.
          if falta-prof-tab(idx-prf) > prev-prof-tab(idx-prf)
               move subst-prof-tab(idx-prf) to aulas-dadas
          else
               compute aulas-dadas = prev-prof-tab(idx-prf)
                   - falta-prof-tab(idx-prf) + subst-prof-tab(idx-prf).
          move spaces to linha-rel.
          move matr-prof-tab(idx-prf) to linha-rel(1:5).
          move nome-prof-tab(idx-prf) to linha-rel(7:30).
          move prev-prof-tab(idx-prf) to cont-edit.
          move cont-edit to linha-rel(43:4).
          move falta-prof-tab(idx-prf) to cont-edit.
          move cont-edit to linha-rel(50:4).
          move cob-prof-tab(idx-prf) to cont-edit.
          move cont-edit to linha-rel(59:4).
          move subst-prof-tab(idx-prf) to cont-edit.
          move cont-edit to linha-rel(70:4).
          move aulas-dadas to cont-edit.
          move cont-edit to linha-rel(76:4).
          write linha-rel.

       fim.
          if cont-gravados > 0
               perform regrava-faltas.
          display "ALTERACOES NA SESSAO: " cont-gravados.

       regrava-faltas.
          open output faltaprof.
          perform regrava-uma varying idx-flt from 1 by 1
              until idx-flt > tot-faltas.
          close faltaprof.

       regrava-uma.
          if ativa-flt-tab(idx-flt) equal "S"
               move data-flt-tab(idx-flt) to data-fp
               move turma-flt-tab(idx-flt) to turma-fp
               move periodo-flt-tab(idx-flt) to periodo-fp
               move disc-flt-tab(idx-flt) to disc-fp
               move termo-flt-tab(idx-flt) to termo-fp
               move matr-flt-tab(idx-flt) to matr-fp
               move subst-flt-tab(idx-flt) to subst-fp
               move lanc-flt-tab(idx-flt) to data-lanc-fp
               move oper-flt-tab(idx-flt) to oper-fp
               write reg-faltaprof.

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
