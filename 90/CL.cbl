       identification division.
       program-id. CL.
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
       select aproveita assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-apr
       file status is aproveita-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
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
       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

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
       77 aproveita-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 num-digitado pic 9(5) value 0.
       77 disc-digitada pic 9(3) value 0.
       77 escola-digitada pic x(30) value spaces.
       77 nota-digitada pic 9(2)v9(2) value 0.
       77 horas-digitadas pic 9(3) value 0.
       77 chave-valida pic x(3) value "nao".
       77 resp-exclui pic x(1) value " ".
       77 data-execucao pic 9(6) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 nota-edit pic z9,99.
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 nome-disc-tab  pic x(30).
               03 carga-disc-tab pic 9(3).

       procedure division.

      * aproveitamento de estudos: disciplina cursada e aprovada em
      * outra escola, conferida e aprovada pelo coordenador que
      * assina a tela. o registro fica como aprovacao do aluno na
      * disciplina para a formatura, o boletim, o historico e os
      * pre-requisitos.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "APROVEITAMENTO: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open i-o aproveita.
          if aproveita-sts not equal "00"
               open output aproveita
               close aproveita
               open i-o aproveita.

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                       move carga-disc to carga-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

       principal.
          display " ".
          display "APROVEITAMENTO DE ESTUDOS".
          display "L=LISTAR ALUNO  C=CONSULTAR  I=INCLUIR  E=EXCLUIR  "
               "F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-aluno
              when opcao equal "C" or opcao equal "c"
                   perform consulta-aproveitamento
              when opcao equal "I" or opcao equal "i"
                   perform inclui-aproveitamento
              when opcao equal "E" or opcao equal "e"
                   perform exclui-aproveitamento
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I, E OU F"
          end-evaluate.

       lista-aluno.
          move 0 to cont-listados.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          move "nao" to fim-arq.
          move num-digitado to num-apr.
          move 0 to disc-apr.
          start aproveita key not < chave-apr
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "DISC ESCOLA DE ORIGEM               NOTA HORAS"
                   "  DATA   COORDENADOR"
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "ALUNO " num-digitado " SEM APROVEITAMENTO".

       lista-um.
          read aproveita next
              at end move "sim" to fim-arq
              not at end
                  if num-apr not equal num-digitado
                       move "sim" to fim-arq
                  else
                       add 1 to cont-listados
                       move nota-apr to nota-edit
                       display disc-apr "  " escola-apr " "
                           nota-edit "  " horas-apr " " data-apr " "
                           oper-apr.

       consulta-aproveitamento.
          perform pede-chave.
          if chave-valida equal "sim"
               read aproveita
                    invalid key
                         display "SEM APROVEITAMENTO DO ALUNO NA "
                             "DISCIPLINA"
                    not invalid key
                         perform mostra-aproveitamento.

       mostra-aproveitamento.
          move nota-apr to nota-edit.
          display "ESCOLA DE ORIGEM .. " escola-apr.
          display "NOTA ORIGINAL ..... " nota-edit.
          display "CARGA HORARIA ..... " horas-apr.
          display "APROVADO EM " data-apr " POR " oper-apr.

       inclui-aproveitamento.
          perform pede-chave.
          if chave-valida equal "sim"
               read aproveita
                    invalid key
                         perform pede-dados
                         perform grava-aproveitamento
                    not invalid key
                         display "APROVEITAMENTO JA CADASTRADO"
                         perform mostra-aproveitamento.

       pede-dados.
          display "ESCOLA DE ORIGEM ........ " with no advancing.
          accept escola-digitada.
          display "NOTA ORIGINAL (99,99) ... " with no advancing.
          accept nota-digitada.
          display "CARGA HORARIA CURSADA ... " with no advancing.
          accept horas-digitadas.

      * a carga cursada fora menor que a da grade nao impede o
      * aproveitamento - fica a criterio do coordenador - mas e
      * avisada na tela.
       grava-aproveitamento.
          evaluate true
              when escola-digitada equal spaces
                   display "ESCOLA EM BRANCO - NAO GRAVADO"
              when nota-digitada > 10
                   display "NOTA INVALIDA - NAO GRAVADO"
              when horas-digitadas = 0
                   display "CARGA HORARIA ZERADA - NAO GRAVADO"
              when other
                   if horas-digitadas
                        < carga-disc-tab(idx-disc-achado)
                        display "ATENCAO: CARGA CURSADA MENOR QUE A "
                            "DA DISCIPLINA ("
                            carga-disc-tab(idx-disc-achado) ")"
                   end-if
                   perform grava-registro
          end-evaluate.

       grava-registro.
          move num-digitado to num-apr.
          move disc-digitada to disc-apr.
          move escola-digitada to escola-apr.
          move nota-digitada to nota-apr.
          move horas-digitadas to horas-apr.
          move data-execucao to data-apr.
          move oper-digitado to oper-apr.
          write reg-aproveita
               invalid key
                    display "ERRO AO GRAVAR O APROVEITAMENTO"
               not invalid key
                    move "APROVEITA" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-aproveita to depois-diario
                    perform grava-diario
                    add 1 to cont-gravados
                    display "APROVEITAMENTO GRAVADO".

       exclui-aproveitamento.
          perform pede-chave.
          if chave-valida equal "sim"
               read aproveita
                    invalid key
                         display "APROVEITAMENTO NAO CADASTRADO"
                    not invalid key
                         perform mostra-aproveitamento
                         display "CONFIRMA EXCLUIR (S/N)? "
                             with no advancing
                         accept resp-exclui
                         if resp-exclui equal "S"
                              or resp-exclui equal "s"
                              move reg-aproveita to antes-diario
                              delete aproveita record
                              move "APROVEITA" to arq-diario
                              move "E" to acao-diario
                              perform grava-diario
                              add 1 to cont-gravados
                              display "APROVEITAMENTO EXCLUIDO"
                         else
                              display "APROVEITAMENTO MANTIDO".

       pede-chave.
          move "nao" to chave-valida.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          display "DISCIPLINA .............. " with no advancing.
          accept disc-digitada.
          move num-digitado to num-ent.
          read cadalu
               invalid key move "99" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          perform busca-disciplina.
          evaluate true
              when cadalu-sts not equal "00"
                   display "ALUNO " num-digitado " NAO CADASTRADO"
              when idx-disc-achado = 0
                   display "DISCIPLINA " disc-digitada
                       " NAO CADASTRADA"
              when other
                   move "sim" to chave-valida
                   display nome-ent " - "
                       nome-disc-tab(idx-disc-achado)
                   move num-digitado to num-apr
                   move disc-digitada to disc-apr
          end-evaluate.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-digitada
               move idx-dsc to idx-disc-achado.

       fim.
          close aproveita cadalu.
          display "ALTERACOES NA SESSAO: " cont-gravados.

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
          move "90/CL" to prog-dia.
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
