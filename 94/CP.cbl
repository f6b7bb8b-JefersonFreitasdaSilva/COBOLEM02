       identification division.
       program-id. CP.
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
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select atribuicao assign to disk
       organization is line sequential
       file status is atribuicao-sts.
       select professores assign to disk
       organization is line sequential
       file status is professores-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select lognota assign to disk
       organization is line sequential
       file status is lognota-sts.
       select pendentes assign to disk
       organization is line sequential
       file status is pendentes-sts.
       select lotelock assign to disk
       organization is line sequential
       file status is lotelock-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

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

       fd lognota
          label record is standard
          value of file-id is "lognota.dat".
       01 reg-lognota.
          02 data-log   pic 9(6).
          02 num-log    pic 9(5).
          02 disc-log   pic 9(3).
          02 campo-log  pic 9(1).
          02 antes-log.
              03 not1-antes pic 9(2)v99.
              03 not2-antes pic 9(2)v99.
              03 not3-antes pic 9(2)v99.
              03 not4-antes pic 9(2)v99.
          02 depois-log.
              03 not1-depois pic 9(2)v99.
              03 not2-depois pic 9(2)v99.
              03 not3-depois pic 9(2)v99.
              03 not4-depois pic 9(2)v99.
          02 solic-log  pic x(20).

       fd pendentes
          label record is standard
          value of file-id is "pendentes.dat".
          copy "pendente.cpy".

       fd lotelock
          label record is standard
          value of file-id is "lotelock.dat".
       01 reg-lotelock.
          02 flag-lock pic x(1).
          02 data-lock pic 9(6).
          02 hora-lock pic 9(6).

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

      * diario de recuperacao do dia, lido pelo 107/dc
       fd diario
          label record is standard.
          copy "diario.cpy".

       fd diarioseq
          label record is standard
          value of file-id is "diarioseq.dat".
          copy "diarioseq.cpy".

       working-storage section.
       77 diario-sts pic x(2).
       77 diarioseq-sts pic x(2).
       77 nome-diario pic x(40) value spaces.
       77 data-diario pic 9(8) value 0.
       77 seq-diario pic 9(6) value 0.
       77 arq-diario pic x(12) value spaces.
       77 acao-diario pic x(1) value " ".
       77 antes-diario pic x(200) value spaces.
       77 depois-diario pic x(200) value spaces.
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
       01 visao-parm-data redefines valor-parm-achado.
           02 valor-parm-data pic 9(8).
           02 filler pic x(2).
       77 fim-arq pic x(3) value "nao".
       77 cadnota-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 atribuicao-sts pic x(2).
       77 professores-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 lognota-sts pic x(2).
       77 pendentes-sts pic x(2).
       77 lotelock-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 matr-assinada pic 9(5) value 0.
       77 nome-professor pic x(30) value spaces.
       77 trava-lote pic x(1) value "N".
       77 opcao pic x(1) value " ".
       77 disc-digitada pic 9(3) value 0.
       77 turma-digitada pic x(1) value " ".
       77 campo-digitado pic 9(1) value 0.
       77 nota-digitada pic 9(2)v99 value 0.
       77 nota-atual pic 9(2)v99 value 0.
       77 turma-valida pic x(3) value "nao".
       77 notas-carregadas pic x(3) value "nao".
       77 prazo-aberto pic x(3) value "sim".
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 fim-notas pic 9(8) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 tot-turmas pic 9(2) value 0.
       77 idx-turma-achada pic 9(2) value 0.
       77 tot-alu pic 9(5) value 0.
       77 cont-turma pic 9(3) value 0.
       77 cont-passo pic 9(5) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-enfileirados pic 9(5) value 0.
       77 hora-agora pic 9(6) value 0.
       77 hora-relogio pic 9(8) value 0.
       77 nota1-edit pic z9,99.
       77 nota2-edit pic z9,99.
       77 nota3-edit pic z9,99.
       77 nota4-edit pic z9,99.
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab  pic 9(3).
               03 nome-disc-tab pic x(30).
      * turmas atribuidas ao professor no termo corrente
       01 tabela-turmas.
           02 item-turma occurs 50 times indexed by idx-trm.
               03 disc-trm-tab  pic 9(3).
               03 turma-trm-tab pic x(1).
       01 tabela-notas.
           02 item-nota occurs 5000 times indexed by idx-alu.
               03 num-tab  pic 9(5).
               03 disc-tab pic 9(3).
               03 termo-tab pic 9(6).
               03 not1-tab pic 9(2)v99.
               03 not2-tab pic 9(2)v99.
               03 not3-tab pic 9(2)v99.
               03 not4-tab pic 9(2)v99.

       procedure division.

      * lancamento de notas pelo proprio professor: so nas turmas e
      * disciplinas que ele tem em atribuicao.dat no termo corrente,
      * ate a data FIMNOTAS do parmcent. cada nota alterada deixa o
      * antes/depois em lognota.dat como a correcao da secretaria
      * (17/q). com o lote rodando a nota vai para a fila do console
      * e o 64/bl aplica depois da corrida.
       PGM-1.
          perform assina.
          perform le-trava.
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
          move "FIMNOTAS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-data to fim-notas.
          if fim-notas not = 0 and data-hoje-parm > fim-notas
               move "nao" to prazo-aberto.
          perform le-professor.
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input atribuicao.
          if atribuicao-sts equal "00"
               perform carrega-turmas until fim-arq = "sim".
          close atribuicao.
          if tot-turmas = 0
               display "PROFESSOR " matr-assinada " SEM TURMA "
                   "ATRIBUIDA NO TERMO " termo-corrente
               stop run.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "NOTAS: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open extend lognota.
          if lognota-sts not equal "00"
               open output lognota.
          display "PROFESSOR " matr-assinada " " nome-professor.
          display "TERMO " termo-corrente.
          if prazo-aberto equal "nao"
               display "PRAZO DE LANCAMENTO ENCERRADO EM " fim-notas
                   " - SOMENTE CONSULTA".
          if trava-lote equal "S"
               display "LOTE EM ANDAMENTO - AS NOTAS VAO PARA A "
                   "FILA E SAO APLICADAS DEPOIS DA CORRIDA".

       le-professor.
          move "nao" to fim-arq.
          move spaces to nome-professor.
          open input professores.
          if professores-sts equal "00"
               perform procura-professor until fim-arq = "sim".
          close professores.
          move "nao" to fim-arq.
          if nome-professor equal spaces
               display "MATRICULA " matr-assinada " NAO CONSTA EM "
                   "PROFESSORES.DAT"
               stop run.

       procura-professor.
          read professores
              at end move "sim" to fim-arq
              not at end
                  if matr-prof equal matr-assinada
                       move nome-prof to nome-professor
                       move "sim" to fim-arq.

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

       carrega-turmas.
          read atribuicao
              at end move "sim" to fim-arq
              not at end
                  if matr-atr equal matr-assinada
                       and termo-atr equal termo-corrente
                       perform guarda-turma.

       guarda-turma.
          if tot-turmas < 50
               add 1 to tot-turmas
               move disc-atr to disc-trm-tab(tot-turmas)
               move turma-atr to turma-trm-tab(tot-turmas)
          else
               display "PROFESSOR COM MAIS DE 50 TURMAS NO TERMO - "
                   "EXCEDENTE IGNORADO".

       le-trava.
          move "N" to trava-lote.
          open input lotelock.
          if lotelock-sts equal "00"
               read lotelock
                   at end move "N" to trava-lote
                   not at end move flag-lock to trava-lote
               end-read.
          close lotelock.

       principal.
          display " ".
          display "LANCAMENTO DE NOTAS PELO PROFESSOR".
          perform mostra-turma varying idx-trm from 1 by 1
              until idx-trm > tot-turmas.
          display "L=LISTAR TURMA  N=LANCAR NOTAS  F=FIM: "
              with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-turma
              when opcao equal "N" or opcao equal "n"
                   perform lanca-turma
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, N OU F"
          end-evaluate.

       mostra-turma.
          move disc-trm-tab(idx-trm) to disc-digitada.
          perform busca-disciplina.
          if idx-disc-achado = 0
               display "  DISC " disc-trm-tab(idx-trm) " TURMA "
                   turma-trm-tab(idx-trm)
          else
               display "  DISC " disc-trm-tab(idx-trm) " "
                   nome-disc-tab(idx-disc-achado) " TURMA "
                   turma-trm-tab(idx-trm).

       lista-turma.
          perform pede-turma.
          if turma-valida equal "sim"
               perform carrega-notas
               move 0 to cont-turma
               display "ALUNO NOME                           NOTA1 "
                   "NOTA2 NOTA3 NOTA4"
               perform lista-aluno varying idx-alu from 1 by 1
                   until idx-alu > tot-alu
               display cont-turma " ALUNOS NA TURMA".

       lista-aluno.
          if disc-tab(idx-alu) equal disc-digitada
               and termo-tab(idx-alu) equal termo-corrente
               perform le-aluno-turma
               if cadalu-sts equal "00"
                    add 1 to cont-turma
                    move not1-tab(idx-alu) to nota1-edit
                    move not2-tab(idx-alu) to nota2-edit
                    move not3-tab(idx-alu) to nota3-edit
                    move not4-tab(idx-alu) to nota4-edit
                    display num-tab(idx-alu) " " nome-ent " "
                        nota1-edit " " nota2-edit " " nota3-edit " "
                        nota4-edit.

      * uma avaliacao (nota 1 a 4) por vez, aluno a aluno da turma;
      * com a cadnota cheia a regravacao perderia linhas, entao o
      * lancamento fica bloqueado.
       lanca-turma.
          if prazo-aberto equal "nao"
               display "PRAZO DE LANCAMENTO ENCERRADO EM " fim-notas
          else
               perform pede-turma
               if turma-valida equal "sim"
                    perform pede-avaliacao.

       pede-avaliacao.
          display "AVALIACAO (1 A 4) ....... " with no advancing.
          accept campo-digitado.
          if campo-digitado < 1 or campo-digitado > 4
               display "AVALIACAO INVALIDA - DIGITE 1, 2, 3 OU 4"
          else
               perform carrega-notas
               if notas-carregadas equal "sim"
                    perform lanca-avaliacao.

       lanca-avaliacao.
          move 0 to cont-passo.
          move 0 to cont-turma.
          display "NOTA ACIMA DE 10 MANTEM A NOTA ATUAL".
          perform lanca-aluno varying idx-alu from 1 by 1
              until idx-alu > tot-alu.
          if cont-passo > 0 and trava-lote not equal "S"
               perform regrava-cadnota.
          display cont-turma " ALUNOS, " cont-passo " NOTAS ALTERADAS".

       lanca-aluno.
          if disc-tab(idx-alu) equal disc-digitada
               and termo-tab(idx-alu) equal termo-corrente
               perform le-aluno-turma
               if cadalu-sts equal "00"
                    add 1 to cont-turma
                    perform pede-nota.

       pede-nota.
          evaluate campo-digitado
              when 1 move not1-tab(idx-alu) to nota-atual
              when 2 move not2-tab(idx-alu) to nota-atual
              when 3 move not3-tab(idx-alu) to nota-atual
              when 4 move not4-tab(idx-alu) to nota-atual
          end-evaluate.
          move nota-atual to nota1-edit.
          display num-tab(idx-alu) " " nome-ent " ATUAL " nota1-edit
              " NOVA: " with no advancing.
          accept nota-digitada.
          evaluate true
              when nota-digitada > 10
                   display "  MANTIDA"
              when nota-digitada = nota-atual
                   continue
              when trava-lote equal "S"
                   perform enfileira-nota
              when other
                   perform aplica-nota
          end-evaluate.

      * a linha da cadnota vai ao diario pela chave aluno +
      * disciplina + termo; o item da tabela tem o leiaute do
      * registro.
       aplica-nota.
          move item-nota(idx-alu) to antes-diario.
          move data-execucao to data-log.
          move num-tab(idx-alu) to num-log.
          move disc-tab(idx-alu) to disc-log.
          move campo-digitado to campo-log.
          move not1-tab(idx-alu) to not1-antes.
          move not2-tab(idx-alu) to not2-antes.
          move not3-tab(idx-alu) to not3-antes.
          move not4-tab(idx-alu) to not4-antes.
          evaluate campo-digitado
              when 1 move nota-digitada to not1-tab(idx-alu)
              when 2 move nota-digitada to not2-tab(idx-alu)
              when 3 move nota-digitada to not3-tab(idx-alu)
              when 4 move nota-digitada to not4-tab(idx-alu)
          end-evaluate.
          move not1-tab(idx-alu) to not1-depois.
          move not2-tab(idx-alu) to not2-depois.
          move not3-tab(idx-alu) to not3-depois.
          move not4-tab(idx-alu) to not4-depois.
          move spaces to solic-log.
          string "PROF " oper-digitado into solic-log.
          write reg-lognota.
          move "CADNOTA" to arq-diario.
          move "A" to acao-diario.
          move item-nota(idx-alu) to depois-diario.
          perform grava-diario.
          add 1 to cont-passo.
          add 1 to cont-gravados.

       enfileira-nota.
          move spaces to reg-pendente.
          move "N" to tipo-pend.
          move num-tab(idx-alu) to num-pend.
          move nome-ent to nome-pend.
          move 0 to not1-pend not2-pend falta-pend unidade-pend
              cep-pend renda-pend fone-pend.
          move 0 to dd-pend mm-pend aa-pend.
          move disc-tab(idx-alu) to disc-pend.
          move termo-tab(idx-alu) to termo-pend.
          move campo-digitado to campo-pend.
          move nota-digitada to nota-pend.
          accept hora-relogio from time.
          divide hora-relogio by 100 giving hora-agora.
          move oper-digitado to oper-pend.
          move data-execucao to data-pend.
          move hora-agora to hora-pend.
          open extend pendentes.
          if pendentes-sts not equal "00"
               open output pendentes.
          write reg-pendente.
          close pendentes.
          add 1 to cont-passo.
          add 1 to cont-enfileirados.
          display "  NOTA ENFILEIRADA PARA DEPOIS DO LOTE".

      * o aluno entra na lista pela turma do cadastro; cancelado
      * nao recebe nota.
       le-aluno-turma.
          move num-tab(idx-alu) to num-ent of reg-alu.
          read cadalu
               invalid key move "99" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          if cadalu-sts equal "00"
               if turma-ent not equal turma-digitada
                    or situa-ent equal "C"
                    move "99" to cadalu-sts.

       pede-turma.
          move "nao" to turma-valida.
          display "DISCIPLINA .............. " with no advancing.
          accept disc-digitada.
          display "TURMA ................... " with no advancing.
          accept turma-digitada.
          if turma-digitada equal "a" move "A" to turma-digitada.
          if turma-digitada equal "b" move "B" to turma-digitada.
          if turma-digitada equal "c" move "C" to turma-digitada.
          move 0 to idx-turma-achada.
          perform acha-turma varying idx-trm from 1 by 1
              until idx-trm > tot-turmas.
          if idx-turma-achada = 0
               display "DISCIPLINA/TURMA NAO ATRIBUIDA AO PROFESSOR "
                   "NO TERMO"
          else
               move "sim" to turma-valida.

       acha-turma.
          if idx-turma-achada = 0
               and disc-trm-tab(idx-trm) equal disc-digitada
               and turma-trm-tab(idx-trm) equal turma-digitada
               move idx-trm to idx-turma-achada.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-digitada
               move idx-dsc to idx-disc-achado.

      * a cadnota e relida a cada lancamento para nao regravar por
      * cima de uma correcao feita enquanto a tela estava aberta.
       carrega-notas.
          move 0 to tot-alu.
          move "sim" to notas-carregadas.
          move "nao" to fim-arq.
          open input cadnota.
          if cadnota-sts equal "00"
               perform le-nota until fim-arq = "sim".
          close cadnota.

       le-nota.
          read cadnota
              at end move "sim" to fim-arq
              not at end
                  if tot-alu < 5000
                       add 1 to tot-alu
                       move num-ent of reg-nota to num-tab(tot-alu)
                       move disc-ent to disc-tab(tot-alu)
                       move termo-nota-ent to termo-tab(tot-alu)
                       move not1 to not1-tab(tot-alu)
                       move not2 to not2-tab(tot-alu)
                       move not3 to not3-tab(tot-alu)
                       move not4 to not4-tab(tot-alu)
                  else
                       display "CADNOTA.DAT EXCEDEU 5000 REGISTROS - "
                           "LANCAMENTO BLOQUEADO"
                       move "nao" to notas-carregadas
                       move "sim" to fim-arq.

       regrava-cadnota.
          open output cadnota.
          perform regrava-nota varying idx-alu from 1 by 1
              until idx-alu > tot-alu.
          close cadnota.

       regrava-nota.
          move num-tab(idx-alu) to num-ent of reg-nota.
          move disc-tab(idx-alu) to disc-ent.
          move termo-tab(idx-alu) to termo-nota-ent.
          move not1-tab(idx-alu) to not1.
          move not2-tab(idx-alu) to not2.
          move not3-tab(idx-alu) to not3.
          move not4-tab(idx-alu) to not4.
          write reg-nota.

       fim.
          close cadalu lognota.
          if cont-enfileirados > 0
               display cont-enfileirados " NOTAS NA FILA - "
                   "SERAO APLICADAS PELO PASSO POS-LOTE".
          display "NOTAS GRAVADAS NA SESSAO: " cont-gravados.

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

      * identificacao do operador: 1 consulta, 2 atualizacao,
      * 3 administracao. aqui o operador tambem precisa ser um
      * professor (matr-oper em operador.dat).
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
          if matr-assinada = 0
               display "OPERADOR " oper-digitado " NAO E PROFESSOR"
               stop run.
          display "OPERADOR " nome-assinado " ASSINADO".

       procura-oper.
          read operador
              at end move "99" to operador-sts
              not at end
                  if id-oper equal oper-digitado
                       move "sim" to oper-achado
                       move nome-oper to nome-assinado
                       move nivel-oper to nivel-assinado
                       perform guarda-matricula.

      * registro anterior a matricula de professor vem em branco
       guarda-matricula.
          if matr-oper is numeric
               move matr-oper to matr-assinada
          else
               move 0 to matr-assinada.

      * diario de recuperacao: cada registro mestre gravado sai com
      * o sequencial do dia e as imagens antes e depois, para o
      * 107/dc reaplicar o dia depois de uma restauracao (32/af).
       grava-diario.
          accept data-diario from date yyyymmdd.
          move 0 to seq-diario.
          open input diarioseq.
          if diarioseq-sts equal "00"
               read diarioseq
                   at end move 0 to data-seq-dia
               end-read
               if data-seq-dia equal data-diario
                    move ultimo-seq-dia to seq-diario.
          close diarioseq.
          add 1 to seq-diario.
          move spaces to nome-diario.
          string "diario-" delimited by size
              data-diario delimited by size
              ".dat" delimited by size
              into nome-diario.
          open extend diario.
          if diario-sts not equal "00"
               open output diario.
          move seq-diario to seq-dia.
          move data-diario to data-dia.
          accept hora-dia from time.
          move "94/CP" to prog-dia.
          move oper-digitado to oper-dia.
          move arq-diario to arq-dia.
          move acao-diario to acao-dia.
          move antes-diario to antes-dia.
          move depois-diario to depois-dia.
          write reg-diario.
          close diario.
          open output diarioseq.
          move data-diario to data-seq-dia.
          move seq-diario to ultimo-seq-dia.
          write reg-diarioseq.
          close diarioseq.
          move spaces to antes-diario.
          move spaces to depois-diario.
