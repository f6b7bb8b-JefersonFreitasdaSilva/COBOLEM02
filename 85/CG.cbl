       identification division.
       program-id. CG.
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
       select precos assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-preco
       file status is precos-sts.
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
       fd precos
          label record is standard
          value of file-id is "precos.dat".
          copy "preco.cpy".

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
       77 precos-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 turma-digitada pic x(1) value space.
       77 unidade-digitada pic 9(2) value 0.
       77 termo-digitado pic 9(6) value 0.
       77 valor-digitado pic 9(6)v9(2) value 0.
       77 chave-valida pic x(3) value "nao".
       77 resp-exclui pic x(1) value " ".
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 data-execucao pic 9(6) value 0.
       77 valor-edit pic z(6)9,99.

       procedure division.

      * tabela de precos da mensalidade por turma, unidade e termo
      * de vigencia: o preco novo entra com o termo em que passa a
      * valer e o antigo fica para consulta e para o reajuste.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open i-o precos.
          if precos-sts not equal "00"
               open output precos
               close precos
               open i-o precos.

       principal.
          display " ".
          display "TABELA DE PRECOS DA MENSALIDADE".
          display "L=LISTAR  C=CONSULTAR  I=INCLUIR  A=ALTERAR  "
               "E=EXCLUIR  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-precos
              when opcao equal "C" or opcao equal "c"
                   perform consulta-preco
              when opcao equal "I" or opcao equal "i"
                   perform inclui-preco
              when opcao equal "A" or opcao equal "a"
                   perform altera-preco
              when opcao equal "E" or opcao equal "e"
                   perform exclui-preco
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I, A, E OU F"
          end-evaluate.

       lista-precos.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to chave-preco.
          start precos key not < chave-preco
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "TURMA UN TERMO        VALOR GRAVADO  OPERADOR"
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "TABELA DE PRECOS VAZIA".

       lista-um.
          read precos next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  move valor-preco to valor-edit
                  display "  " turma-preco "   " unidade-preco " "
                      termo-preco " " valor-edit " " data-preco " "
                      oper-preco.

       consulta-preco.
          perform pede-chave.
          if chave-valida equal "sim"
               read precos
                    invalid key
                         display "SEM PRECO PARA TURMA " turma-digitada
                             " UNIDADE " unidade-digitada " TERMO "
                             termo-digitado
                    not invalid key
                         perform mostra-preco.

       mostra-preco.
          move valor-preco to valor-edit.
          display "VALOR ....... " valor-edit.
          display "GRAVADO EM    " data-preco " POR " oper-preco.

       inclui-preco.
          perform pede-chave.
          if chave-valida equal "sim"
               read precos
                    invalid key
                         perform pede-valor
                         perform grava-preco
                    not invalid key
                         display "PRECO JA CADASTRADO - USE A=ALTERAR".

       grava-preco.
          if valor-digitado = 0
               display "VALOR ZERADO - PRECO NAO GRAVADO"
          else
               move turma-digitada to turma-preco
               move unidade-digitada to unidade-preco
               move termo-digitado to termo-preco
               move valor-digitado to valor-preco
               move data-execucao to data-preco
               move oper-digitado to oper-preco
               write reg-preco
                    invalid key
                         display "ERRO AO GRAVAR O PRECO"
                    not invalid key
                         move spaces to antes-diario
                         move "I" to acao-diario
                         perform diario-preco
                         add 1 to cont-gravados
                         display "PRECO GRAVADO".

       altera-preco.
          perform pede-chave.
          if chave-valida equal "sim"
               read precos
                    invalid key
                         display "PRECO NAO CADASTRADO - USE I=INCLUIR"
                    not invalid key
                         perform mostra-preco
                         perform pede-valor
                         perform regrava-preco.

       regrava-preco.
          if valor-digitado = 0
               display "VALOR ZERADO - PRECO MANTIDO"
          else
               move reg-preco to antes-diario
               move valor-digitado to valor-preco
               move data-execucao to data-preco
               move oper-digitado to oper-preco
               rewrite reg-preco
                    invalid key
                         display "ERRO AO REGRAVAR O PRECO"
                    not invalid key
                         move "A" to acao-diario
                         perform diario-preco
                         add 1 to cont-gravados
                         display "PRECO ALTERADO".

       exclui-preco.
          perform pede-chave.
          if chave-valida equal "sim"
               read precos
                    invalid key
                         display "PRECO NAO CADASTRADO"
                    not invalid key
                         perform mostra-preco
                         display "CONFIRMA EXCLUIR (S/N)? "
                             with no advancing
                         accept resp-exclui
                         if resp-exclui equal "S"
                              or resp-exclui equal "s"
                              move reg-preco to antes-diario
                              delete precos record
                              move "PRECOS" to arq-diario
                              move "E" to acao-diario
                              perform grava-diario
                              add 1 to cont-gravados
                              display "PRECO EXCLUIDO"
                         else
                              display "PRECO MANTIDO".

       diario-preco.
          move "PRECOS" to arq-diario.
          move reg-preco to depois-diario.
          perform grava-diario.

       pede-chave.
          move "nao" to chave-valida.
          display "TURMA (A, B OU C) ........ " with no advancing.
          accept turma-digitada.
          inspect turma-digitada converting "abc" to "ABC".
          display "UNIDADE .................. " with no advancing.
          accept unidade-digitada.
          display "TERMO DE VIGENCIA (TTAAAA) " with no advancing.
          accept termo-digitado.
          evaluate true
              when turma-digitada not equal "A"
                   and turma-digitada not equal "B"
                   and turma-digitada not equal "C"
                   display "TURMA INVALIDA: " turma-digitada
              when unidade-digitada = 0
                   display "UNIDADE INVALIDA"
              when termo-digitado = 0
                   display "TERMO INVALIDO"
              when other
                   move "sim" to chave-valida
                   move turma-digitada to turma-preco
                   move unidade-digitada to unidade-preco
                   move termo-digitado to termo-preco
          end-evaluate.

       pede-valor.
          display "VALOR DA MENSALIDADE  " with no advancing.
          accept valor-digitado.

       fim.
          close precos.
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
          move "85/CG" to prog-dia.
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
