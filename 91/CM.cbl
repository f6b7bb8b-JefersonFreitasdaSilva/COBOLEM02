       identification division.
       program-id. CM.
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
       select ativcompl assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-ativ
       file status is ativcompl-sts.
       select catativ assign to disk
       organization is line sequential
       file status is catativ-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
       select professores assign to disk
       organization is line sequential
       file status is professores-sts.
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
       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd catativ
          label record is standard
          value of file-id is "catativ.dat".
          copy "catativ.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd professores
          label record is standard
          value of file-id is "professores.dat".
          copy "professor.cpy".

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
       77 fim-arq pic x(3) value "nao".
       77 ativcompl-sts pic x(2).
       77 catativ-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 professores-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 opcao-cat pic x(1) value " ".
       77 num-digitado pic 9(5) value 0.
       77 seq-digitada pic 9(3) value 0.
       77 cat-digitada pic 9(2) value 0.
       77 desc-digitada pic x(30) value spaces.
       77 horas-digitadas pic 9(3) value 0.
       77 data-digitada pic 9(8) value 0.
       77 prof-digitado pic 9(5) value 0.
       77 max-digitado pic 9(3) value 0.
       77 resp-exclui pic x(1) value " ".
       77 aluno-valido pic x(3) value "nao".
       77 data-execucao pic 9(6) value 0.
       77 ultimo-seq pic 9(3) value 0.
       77 tot-cat pic 9(2) value 0.
       77 idx-cat-achado pic 9(2) value 0.
       77 tot-prof pic 9(4) value 0.
       77 idx-prof-achado pic 9(4) value 0.
       77 horas-contadas pic 9(5) value 0.
       77 total-contado pic 9(5) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-cat-gravadas pic 9(3) value 0.
       77 cont-listados pic 9(5) value 0.
       77 mes-data pic 9(2) value 0.
       77 dia-data pic 9(2) value 0.
       77 resto-data pic 9(6) value 0.
       77 horas-edit pic zzzz9.
      * categorias com o total de horas do aluno em consulta
       01 tabela-categorias.
           02 item-cat occurs 99 times indexed by idx-cat.
               03 cod-cat-tab   pic 9(2).
               03 desc-cat-tab  pic x(30).
               03 max-cat-tab   pic 9(3).
               03 soma-cat-tab  pic 9(5).
       01 tabela-professores.
           02 item-prof occurs 1000 times indexed by idx-prf.
               03 matr-prof-tab pic 9(5).
               03 nome-prof-tab pic x(30).

       procedure division.

      * atividades complementares: palestra, estagio, projeto de
      * extensao... cada atividade entra com a categoria, as horas,
      * a data e o professor que validou. a categoria tem um maximo
      * de horas que contam para o minimo do curso (HORASCOMPL);
      * o que passa do maximo fica registrado mas nao conta.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input catativ.
          if catativ-sts equal "00"
               perform carrega-categorias until fim-arq = "sim".
          close catativ.
          move "nao" to fim-arq.
          open input professores.
          if professores-sts equal "00"
               perform carrega-professores until fim-arq = "sim".
          close professores.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "ATIVIDADES: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open i-o ativcompl.
          if ativcompl-sts not equal "00"
               open output ativcompl
               close ativcompl
               open i-o ativcompl.

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

       carrega-professores.
          read professores
              at end move "sim" to fim-arq
              not at end
                  if tot-prof < 1000
                       add 1 to tot-prof
                       move matr-prof to matr-prof-tab(tot-prof)
                       move nome-prof to nome-prof-tab(tot-prof)
                  else
                       display "PROFESSORES.DAT EXCEDEU 1000 "
                           "PROFESSORES".

       principal.
          display " ".
          display "ATIVIDADES COMPLEMENTARES".
          display "L=LISTAR ALUNO  I=INCLUIR  E=EXCLUIR  "
               "K=CATEGORIAS  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-aluno
              when opcao equal "I" or opcao equal "i"
                   perform inclui-atividade
              when opcao equal "E" or opcao equal "e"
                   perform exclui-atividade
              when opcao equal "K" or opcao equal "k"
                   perform mantem-categorias
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, I, E, K OU F"
          end-evaluate.

      * extrato do aluno: as atividades e o saldo por categoria,
      * limitado ao maximo de cada uma.
       lista-aluno.
          perform pede-aluno.
          if aluno-valido equal "sim"
               display "SEQ CAT DESCRICAO                      HORAS "
                   "  DATA    PROF"
               move 0 to cont-listados
               perform soma-aluno
               if cont-listados = 0
                    display "NENHUMA ATIVIDADE LANCADA"
               else
                    perform mostra-saldo.

       soma-aluno.
          perform zera-soma varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          move 0 to ultimo-seq.
          move "nao" to fim-arq.
          move num-digitado to num-ativ.
          move 0 to seq-ativ.
          start ativcompl key not < chave-ativ
               invalid key move "sim" to fim-arq
          end-start.
          perform le-atividade until fim-arq = "sim".

       zera-soma.
          move 0 to soma-cat-tab(idx-cat).

       le-atividade.
          read ativcompl next
              at end move "sim" to fim-arq
              not at end
                  if num-ativ not equal num-digitado
                       move "sim" to fim-arq
                  else
                       perform soma-atividade.

       soma-atividade.
          move seq-ativ to ultimo-seq.
          move cat-ativ to cat-digitada.
          perform busca-categoria.
          if idx-cat-achado not = 0
               add horas-ativ to soma-cat-tab(idx-cat-achado).
          if opcao equal "L" or opcao equal "l"
               add 1 to cont-listados
               display seq-ativ " " cat-ativ "  " desc-ativ " "
                   horas-ativ "  " data-ativ " " prof-ativ.

       mostra-saldo.
          move 0 to total-contado.
          display "CATEGORIA                       HORAS MAXIMO "
              "CONTAM".
          perform saldo-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          move total-contado to horas-edit.
          display "TOTAL QUE CONTA PARA O CURSO .......... "
              horas-edit.

       saldo-categoria.
          if soma-cat-tab(idx-cat) > 0
               perform calcula-contadas
               add horas-contadas to total-contado
               display cod-cat-tab(idx-cat) " " desc-cat-tab(idx-cat)
                   " " soma-cat-tab(idx-cat) "   "
                   max-cat-tab(idx-cat) "  " horas-contadas.

       calcula-contadas.
          if max-cat-tab(idx-cat) not = 0
               and soma-cat-tab(idx-cat) > max-cat-tab(idx-cat)
               move max-cat-tab(idx-cat) to horas-contadas
          else
               move soma-cat-tab(idx-cat) to horas-contadas.

       inclui-atividade.
          perform pede-aluno.
          if aluno-valido equal "sim"
               perform soma-aluno
               perform pede-atividade
               perform critica-atividade.

       pede-atividade.
          display "CATEGORIA ............... " with no advancing.
          accept cat-digitada.
          display "DESCRICAO ............... " with no advancing.
          accept desc-digitada.
          display "HORAS ................... " with no advancing.
          accept horas-digitadas.
          display "DATA (AAAAMMDD) ......... " with no advancing.
          accept data-digitada.
          display "PROFESSOR QUE VALIDOU ... " with no advancing.
          accept prof-digitado.

       critica-atividade.
          perform busca-categoria.
          perform busca-professor.
          divide data-digitada by 100 giving resto-data
              remainder dia-data.
          divide resto-data by 100 giving resto-data
              remainder mes-data.
          evaluate true
              when idx-cat-achado = 0
                   display "CATEGORIA " cat-digitada
                       " NAO CADASTRADA - USE K=CATEGORIAS"
              when desc-digitada equal spaces
                   display "DESCRICAO EM BRANCO - NAO GRAVADA"
              when horas-digitadas = 0
                   display "HORAS ZERADAS - NAO GRAVADA"
              when mes-data < 1 or mes-data > 12
                   or dia-data < 1 or dia-data > 31
                   display "DATA INVALIDA: " data-digitada
              when idx-prof-achado = 0
                   display "PROFESSOR " prof-digitado
                       " NAO CADASTRADO"
              when ultimo-seq = 999
                   display "ALUNO COM 999 ATIVIDADES - NAO GRAVADA"
              when other
                   perform avisa-maximo
                   perform grava-atividade
          end-evaluate.

       avisa-maximo.
          if max-cat-tab(idx-cat-achado) not = 0
               and soma-cat-tab(idx-cat-achado) + horas-digitadas
                   > max-cat-tab(idx-cat-achado)
               display "ATENCAO: A CATEGORIA PASSA DO MAXIMO DE "
                   max-cat-tab(idx-cat-achado)
                   " HORAS - O EXCESSO NAO CONTA".

       grava-atividade.
          move num-digitado to num-ativ.
          compute seq-ativ = ultimo-seq + 1.
          move cat-digitada to cat-ativ.
          move desc-digitada to desc-ativ.
          move horas-digitadas to horas-ativ.
          move data-digitada to data-ativ.
          move prof-digitado to prof-ativ.
          move data-execucao to data-lanc-ativ.
          move oper-digitado to oper-ativ.
          write reg-ativ
               invalid key
                    display "ERRO AO GRAVAR A ATIVIDADE"
               not invalid key
                    move "ATIVCOMPL" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-ativ to depois-diario
                    perform grava-diario
                    add 1 to cont-gravados
                    display "ATIVIDADE " seq-ativ " GRAVADA - "
                        nome-prof-tab(idx-prof-achado).

       exclui-atividade.
          perform pede-aluno.
          if aluno-valido equal "sim"
               display "SEQUENCIA DA ATIVIDADE .. " with no advancing
               accept seq-digitada
               move num-digitado to num-ativ
               move seq-digitada to seq-ativ
               read ativcompl
                    invalid key
                         display "ATIVIDADE NAO CADASTRADA"
                    not invalid key
                         perform confirma-exclusao.

       confirma-exclusao.
          display cat-ativ " " desc-ativ " " horas-ativ " HORAS EM "
              data-ativ.
          display "CONFIRMA EXCLUIR (S/N)? " with no advancing.
          accept resp-exclui.
          if resp-exclui equal "S" or resp-exclui equal "s"
               move reg-ativ to antes-diario
               delete ativcompl record
               move "ATIVCOMPL" to arq-diario
               move "E" to acao-diario
               perform grava-diario
               add 1 to cont-gravados
               display "ATIVIDADE EXCLUIDA"
          else
               display "ATIVIDADE MANTIDA".

       pede-aluno.
          move "nao" to aluno-valido.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          move num-digitado to num-ent.
          read cadalu
               invalid key
                    display "ALUNO " num-digitado " NAO CADASTRADO"
               not invalid key
                    move "sim" to aluno-valido
                    display nome-ent.

      * categoria nova ou maximo alterado e trabalho da
      * coordenacao: exige o nivel 3.
       mantem-categorias.
          display "COD DESCRICAO                      MAXIMO".
          perform lista-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if nivel-assinado < 3
               display "ALTERACAO DE CATEGORIA EXIGE NIVEL 3"
          else
               display "A=INCLUIR/ALTERAR  BRANCO VOLTA: "
                   with no advancing
               accept opcao-cat
               if opcao-cat equal "A" or opcao-cat equal "a"
                    perform altera-categoria.

       lista-categoria.
          display cod-cat-tab(idx-cat) "  " desc-cat-tab(idx-cat) " "
              max-cat-tab(idx-cat).

       altera-categoria.
          display "CODIGO DA CATEGORIA ..... " with no advancing.
          accept cat-digitada.
          display "DESCRICAO ............... " with no advancing.
          accept desc-digitada.
          display "MAXIMO DE HORAS (0 SEM LIMITE) " with no advancing.
          accept max-digitado.
          perform busca-categoria.
          evaluate true
              when cat-digitada = 0
                   display "CODIGO NAO PODE SER ZERO"
              when idx-cat-achado not = 0
                   if desc-digitada not equal spaces
                        move desc-digitada
                            to desc-cat-tab(idx-cat-achado)
                   end-if
                   move max-digitado to max-cat-tab(idx-cat-achado)
                   add 1 to cont-cat-gravadas
                   display "CATEGORIA " cat-digitada " ALTERADA"
              when desc-digitada equal spaces
                   display "DESCRICAO EM BRANCO - NAO GRAVADA"
              when tot-cat = 99
                   display "TABELA DE CATEGORIAS CHEIA"
              when other
                   add 1 to tot-cat
                   move cat-digitada to cod-cat-tab(tot-cat)
                   move desc-digitada to desc-cat-tab(tot-cat)
                   move max-digitado to max-cat-tab(tot-cat)
                   add 1 to cont-cat-gravadas
                   display "CATEGORIA " cat-digitada " INCLUIDA"
          end-evaluate.

       busca-categoria.
          move 0 to idx-cat-achado.
          perform acha-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.

       acha-categoria.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal cat-digitada
               move idx-cat to idx-cat-achado.

       busca-professor.
          move 0 to idx-prof-achado.
          perform acha-professor varying idx-prf from 1 by 1
              until idx-prf > tot-prof.

       acha-professor.
          if idx-prof-achado = 0
               and matr-prof-tab(idx-prf) equal prof-digitado
               move idx-prf to idx-prof-achado.

       fim.
          close ativcompl cadalu.
          if cont-cat-gravadas > 0
               perform regrava-categorias.
          display "ALTERACOES NA SESSAO: " cont-gravados.

       regrava-categorias.
          open output catativ.
          perform regrava-uma varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          close catativ.

       regrava-uma.
          move cod-cat-tab(idx-cat) to cod-cat.
          move desc-cat-tab(idx-cat) to desc-cat.
          move max-cat-tab(idx-cat) to max-cat.
          write reg-catativ.

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
          move "91/CM" to prog-dia.
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
