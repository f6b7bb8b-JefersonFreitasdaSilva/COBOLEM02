       identification division.
       program-id. BY.
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
       select planocta assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-plano
       file status is planocta-sts.
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
       fd planocta
          label record is standard
          value of file-id is "planocta.dat".
          copy "planocta.cpy".

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
       77 planocta-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 evento-digitado pic x(8) value spaces.
       77 unidade-digitada pic 9(2) value 0.
       77 evento-valido pic x(3) value "nao".
       77 resp-exclui pic x(1) value " ".
       77 idx-evt pic 9(2).
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 data-execucao pic 9(6) value 0.
      * eventos que o diario do 78/bz sabe apurar
       01 tabela-eventos.
           02 filler pic x(8) value "FATURA".
           02 filler pic x(8) value "DESCONTO".
           02 filler pic x(8) value "ACRESCIM".
           02 filler pic x(8) value "RECEBCX".
           02 filler pic x(8) value "RECEBBCO".
           02 filler pic x(8) value "TARIFA".
           02 filler pic x(8) value "SUSPENSO".
           02 filler pic x(8) value "REAPLIC".
           02 filler pic x(8) value "RENEGOC".
           02 filler pic x(8) value "RECEBPAR".
           02 filler pic x(8) value "ESTORNO".
       01 tabela-eventos-r redefines tabela-eventos.
           02 evento-conhecido pic x(8) occurs 11 times.

       procedure division.

       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open i-o planocta.
          if planocta-sts not equal "00"
               open output planocta
               close planocta
               open i-o planocta.

       principal.
          display " ".
          display "PLANO DE CONTAS DO DIARIO CONTABIL".
          display "L=LISTAR  C=CONSULTAR  I=INCLUIR  A=ALTERAR  "
               "E=EXCLUIR  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-contas
              when opcao equal "C" or opcao equal "c"
                   perform consulta-conta
              when opcao equal "I" or opcao equal "i"
                   perform inclui-conta
              when opcao equal "A" or opcao equal "a"
                   perform altera-conta
              when opcao equal "E" or opcao equal "e"
                   perform exclui-conta
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I, A, E OU F"
          end-evaluate.

       lista-contas.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to chave-plano.
          start planocta key not < chave-plano
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "EVENTO   UN DEBITO       CREDITO      HISTORICO"
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "PLANO DE CONTAS VAZIO".

       lista-um.
          read planocta next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  display evento-plano " " unidade-plano " "
                      conta-deb-plano " " conta-cred-plano " "
                      hist-plano.

       consulta-conta.
          perform pede-chave.
          if evento-valido equal "sim"
               read planocta
                    invalid key
                         display "EVENTO " evento-digitado " UNIDADE "
                             unidade-digitada " SEM CONTA NO PLANO"
                    not invalid key
                         perform mostra-conta.

       mostra-conta.
          display "DEBITO ...... " conta-deb-plano.
          display "CREDITO ..... " conta-cred-plano.
          display "HISTORICO ... " hist-plano.
          display "GRAVADO EM    " data-plano " POR " oper-plano.

       inclui-conta.
          perform pede-chave.
          if evento-valido equal "sim"
               read planocta
                    invalid key
                         perform pede-contas
                         perform grava-conta
                    not invalid key
                         display "EVENTO JA TEM CONTA NESTA UNIDADE - "
                             "USE A=ALTERAR".

       grava-conta.
          move evento-digitado to evento-plano.
          move unidade-digitada to unidade-plano.
          move data-execucao to data-plano.
          move oper-digitado to oper-plano.
          write reg-plano
               invalid key
                    display "ERRO AO GRAVAR O EVENTO " evento-digitado
               not invalid key
                    move spaces to antes-diario
                    move "I" to acao-diario
                    perform diario-plano
                    add 1 to cont-gravados
                    display "EVENTO " evento-digitado " UNIDADE "
                        unidade-digitada " GRAVADO".

       altera-conta.
          perform pede-chave.
          if evento-valido equal "sim"
               read planocta
                    invalid key
                         display "EVENTO SEM CONTA NESTA UNIDADE - USE "
                             "I=INCLUIR"
                    not invalid key
                         perform mostra-conta
                         move reg-plano to antes-diario
                         perform pede-contas
                         perform regrava-conta.

       regrava-conta.
          move data-execucao to data-plano.
          move oper-digitado to oper-plano.
          rewrite reg-plano
               invalid key
                    display "ERRO AO REGRAVAR O EVENTO "
                        evento-digitado
               not invalid key
                    move "A" to acao-diario
                    perform diario-plano
                    add 1 to cont-gravados
                    display "EVENTO " evento-digitado " UNIDADE "
                        unidade-digitada " ALTERADO".

       exclui-conta.
          perform pede-chave.
          if evento-valido equal "sim"
               read planocta
                    invalid key
                         display "EVENTO SEM CONTA NESTA UNIDADE"
                    not invalid key
                         perform mostra-conta
                         display "CONFIRMA EXCLUIR (S/N)? "
                             with no advancing
                         accept resp-exclui
                         if resp-exclui equal "S"
                              or resp-exclui equal "s"
                              move reg-plano to antes-diario
                              delete planocta record
                              move "PLANOCTA" to arq-diario
                              move "E" to acao-diario
                              perform grava-diario
                              add 1 to cont-gravados
                              display "CONTA EXCLUIDA"
                         else
                              display "CONTA MANTIDA".

       diario-plano.
          move "PLANOCTA" to arq-diario.
          move reg-plano to depois-diario.
          perform grava-diario.

      * unidade 00 vale para toda unidade sem linha propria
       pede-chave.
          display "EVENTO .............. " with no advancing.
          accept evento-digitado.
          inspect evento-digitado converting
              "abcdefghijklmnopqrstuvwxyz" to
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          move "nao" to evento-valido.
          perform confere-evento varying idx-evt from 1 by 1
              until idx-evt > 11.
          if evento-valido equal "nao"
               display "EVENTO DESCONHECIDO: " evento-digitado
               display "EVENTOS: FATURA DESCONTO ACRESCIM RECEBCX "
                   "RECEBBCO TARIFA SUSPENSO REAPLIC RENEGOC "
                   "RECEBPAR ESTORNO"
          else
               display "UNIDADE (00 = PADRAO) " with no advancing
               accept unidade-digitada
               move evento-digitado to evento-plano
               move unidade-digitada to unidade-plano.

       confere-evento.
          if evento-conhecido(idx-evt) equal evento-digitado
               move "sim" to evento-valido.

       pede-contas.
          display "CONTA A DEBITO ...... " with no advancing.
          accept conta-deb-plano.
          display "CONTA A CREDITO ..... " with no advancing.
          accept conta-cred-plano.
          display "HISTORICO ........... " with no advancing.
          accept hist-plano.

       fim.
          close planocta.
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
          move "77/BY" to prog-dia.
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
