       select devolucoes assign to disk
       organization is line sequential
       file status is devolucoes-sts.
       select msghist assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-msg
       file status is msghist-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
          02 data-dev  pic 9(6).
          02 situa-dev pic x(1).

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

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
       77 devolucoes-sts pic x(2).
       77 fim-end-arq pic x(3) value "nao".
       77 resp-ender pic x(1) value " ".
       77 msghist-sts pic x(2).
       77 fim-msg-arq pic x(3) value "nao".
       77 cont-msg pic 9(5) value 0.
       77 cont-end-resolvidos pic 9(5) value 0.
       77 cont-end-restantes pic 9(5) value 0.
       77 fim-fix-arq pic x(3) value "nao".
          display "4 CORRECAO DE SEXO (SEXOERR)".
          display "7 PENDENCIAS DE CADASTRO (FIXLIST)".
          display "8 ATUALIZACAO DE ENDERECO (DEVOLUCOES)".
          display "9 CONTATO E AVISOS (FONE/E-MAIL)".
          display "5 FIM".
          if trava-lote equal "S"
               display "6 LIBERAR TRAVA ORFA DO LOTE"
                   perform libera-trava-console
              when opcao not equal "2" and opcao not equal "3"
                   and opcao not equal "4" and opcao not equal "7"
                   and opcao not equal "8" and opcao not equal "9"
                   display "FUNCAO INVALIDA - DIGITE 1 A 9"
      * funcoes que gravam exigem nivel de atualizacao
              when nivel-assinado < 2
                   display "OPERADOR SEM NIVEL PARA FUNCOES DE "
              when opcao equal "8"
                   perform atualiza-enderecos
                   perform grava-sessao
              when opcao equal "9"
                   perform atualiza-avisos
                   perform grava-sessao
          end-evaluate.

       grava-sessao.
              when "4" move "CORR-SEXO" to funcao-ses
              when "7" move "PENDENCIAS" to funcao-ses
              when "8" move "ATU-ENDER" to funcao-ses
              when "9" move "ATU-AVISOS" to funcao-ses
          end-evaluate.
          move cont-tocados to tocados-ses.
          move oper-digitado to oper-ses.
                                     " JA CADASTRADO"
                             not invalid key
                                 add 1 to cont-tocados
                                 move spaces to antes-diario
                                 move "I" to acao-diario
                                 perform diario-aluno
                                 perform inclui-contato.

      * com o lote rodando a inclusao inteira (aluno + contato) vai
               accept resp-pend
          else
               move spaces to resp-pend.
          display "FONE (DDD+NUMERO) .. " with no advancing.
          accept fone-pend.
          display "E-MAIL ............. " with no advancing.
          accept email-pend.
          display "ACEITA AVISOS (S/N)  " with no advancing.
          accept consente-pend.
          if consente-pend equal "s" move "S" to consente-pend.
          if consente-pend not equal "S" move "N" to consente-pend.
          move 0 to renda-pend.
          perform grava-pendente.

               accept resp-cont
          else
               move spaces to resp-cont.
          display "FONE (DDD+NUMERO) .. " with no advancing.
          accept fone-cont.
          display "E-MAIL ............. " with no advancing.
          accept email-cont.
          display "ACEITA AVISOS (S/N)  " with no advancing.
          accept consente-cont.
          if consente-cont equal "s" move "S" to consente-cont.
          if consente-cont not equal "S" move "N" to consente-cont.
          move reg-cont to depois-diario.
          move spaces to antes-diario.
          move "I" to acao-diario.
          write reg-cont
               invalid key
                    perform substitui-contato.
          perform diario-contato.

      * contato ja existente: o registro antigo vai como imagem
      * antes no diario.
       substitui-contato.
          move "A" to acao-diario.
          read cadcont
               invalid key continue
          end-read.
          move reg-cont to antes-diario.
          move depois-diario to reg-cont.
          rewrite reg-cont.

       inclui-cliente.
          display "CODIGO DO CLIENTE .. " with no advancing.
                                 display "CLIENTE " cod-ent
                                     " JA CADASTRADO"
                             not invalid key
                                 add 1 to cont-tocados
                                 move "CADCLI1" to arq-diario
                                 move spaces to antes-diario
                                 move "I" to acao-diario
                                 move reg-cli1 to depois-diario
                                 perform grava-diario.

       enfileira-cliente.
          move "C" to tipo-pend.
                   move sexo-ent to sexo-antigo-cor
                   move sexo-novo to sexo-novo-cor
                   move oper-digitado to oper-cor
                   move reg-alu to antes-diario
                   move sexo-novo to sexo-ent
                   rewrite reg-alu
                        invalid key
                        not invalid key
                             write reg-corrigidos
                             add 1 to cont-tocados
                             move "A" to acao-diario
                             perform diario-aluno
                             display "ALUNO " num-ent " CORRIGIDO"
          end-evaluate.

          end-evaluate.

       corrige-nascimento.
          move reg-alu to antes-diario.
          display "DIA NASCIMENTO ..... " with no advancing.
          accept dd-ent.
          display "MES NASCIMENTO ..... " with no advancing.
                    perform mantem-pendencia
               not invalid key
                    add 1 to cont-fix-resolvidas
                    add 1 to cont-tocados
                    move "A" to acao-diario
                    perform diario-aluno.

       corrige-cep.
          move num-ent to num-cont.
                    display "CONTATO SUMIU - ITEM MANTIDO"
                    perform mantem-pendencia
               not invalid key
                    move reg-cont to antes-diario
                    display "CEP ................ " with no advancing
                    accept cep-cont
                    rewrite reg-cont
                    add 1 to cont-fix-resolvidas
                    add 1 to cont-tocados
                    move "A" to acao-diario
                    perform diario-contato.

       corrige-responsavel.
          move num-ent to num-cont.
                    display "CONTATO SUMIU - ITEM MANTIDO"
                    perform mantem-pendencia
               not invalid key
                    move reg-cont to antes-diario
                    display "RESPONSAVEL ........ " with no advancing
                    accept resp-cont
                    rewrite reg-cont
                    add 1 to cont-fix-resolvidas
                    add 1 to cont-tocados
                    move "A" to acao-diario
                    perform diario-contato.

       mantem-pendencia.
          move num-fix to num-fwrk.
               perform mantem-endereco.

       regrava-endereco.
          move reg-cont to antes-diario.
          display "ENDERECO LINHA 1 ... " with no advancing.
          accept ender1-cont.
          display "ENDERECO LINHA 2 ... " with no advancing.
               not invalid key
                    perform anota-entregue
                    add 1 to cont-end-resolvidos
                    add 1 to cont-tocados
                    move "A" to acao-diario
                    perform diario-contato.

      * o E anotado derruba o desfecho devolvido em pe e o 34/ah
      * volta a extrair o endereco.
          write reg-devolucao.
          close devolucoes.

      * fone, e-mail e aceite de avisos do aluno ou responsavel,
      * com o historico dos avisos ja mandados pelo 101/cw e o
      * retorno do gateway (102/cx). como o endereco, so fora do lote.
       atualiza-avisos.
          if trava-lote equal "S"
               display "LOTE EM EXECUCAO - ATUALIZE O CONTATO "
                   "DEPOIS DO LOTE"
          else
               perform abre-avisos.

       abre-avisos.
          display "NUMERO DO ALUNO: " with no advancing.
          accept num-busca.
          move num-busca to num-cont.
          read cadcont
               invalid key
                    display "ALUNO " num-busca " SEM CONTATO "
                        "CADASTRADO"
               not invalid key
                    perform mostra-avisos.

       mostra-avisos.
          display "FONE ...... " fone-cont.
          display "E-MAIL .... " email-cont.
          display "ACEITA .... " consente-cont.
          perform lista-msghist.
          display "ALTERAR FONE/E-MAIL/ACEITE (S, OUTRA TECLA "
              "PULA): " with no advancing.
          accept resp-ender.
          if resp-ender equal "s" move "S" to resp-ender.
          if resp-ender equal "S"
               perform regrava-avisos.

       regrava-avisos.
          move reg-cont to antes-diario.
          display "FONE (DDD+NUMERO) .. " with no advancing.
          accept fone-cont.
          display "E-MAIL ............. " with no advancing.
          accept email-cont.
          display "ACEITA AVISOS (S/N)  " with no advancing.
          accept consente-cont.
          if consente-cont equal "s" move "S" to consente-cont.
          if consente-cont not equal "S" move "N" to consente-cont.
          rewrite reg-cont
               invalid key
                    display "ERRO AO REGRAVAR CONTATO " num-cont
               not invalid key
                    add 1 to cont-tocados
                    move "A" to acao-diario
                    perform diario-contato
                    display "CONTATO " num-cont " GRAVADO".

       lista-msghist.
          move 0 to cont-msg.
          move "nao" to fim-msg-arq.
          open input msghist.
          if msghist-sts not equal "00"
               move "sim" to fim-msg-arq
          else
               move low-values to chave-msg
               move num-busca to num-msg
               start msghist key not < chave-msg
                    invalid key move "sim" to fim-msg-arq
               end-start
               display "T REFERENCIA C S ENVIO  RETORNO DETALHE".
          perform mostra-msghist until fim-msg-arq = "sim".
          close msghist.
          display cont-msg " AVISOS NO HISTORICO".

       mostra-msghist.
          read msghist next
              at end move "sim" to fim-msg-arq
              not at end
                  if num-msg not equal num-busca
                       move "sim" to fim-msg-arq
                  else
                       add 1 to cont-msg
                       display tipo-msg " " ref-msg " " canal-msg " "
                           status-msg " " data-envio-msg " "
                           data-ret-msg " " detalhe-msg.

       mantem-endereco.
          move num-efix to num-ewrk.
          move motivo-efix to motivo-ewrk.
          perform sonda-competencia.
          perform recua-e-sonda 24 times.

      * o item de abertura aaaa00 do fechamento anual (87/ci) fica
      * entre dezembro e janeiro e e divida como as outras.
       recua-e-sonda.
          perform recua-competencia.
          perform sonda-competencia.
          if mes-busca = 12
               perform sonda-abertura.

       sonda-abertura.
          compute compet-mens = (ano-busca + 1) * 100.
          move cod-verifica to cod-mens.
          read mensalidades
               invalid key
                    continue
               not invalid key
                    if situa-mens equal "P"
                         add valor-mens to saldo-aberto
                         add acres-mens to saldo-aberto.

       sonda-competencia.
          move compet-busca to compet-mens.
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.

       diario-aluno.
          move "CADALU" to arq-diario.
          move reg-alu to depois-diario.
          perform grava-diario.

       diario-contato.
          move "CADCONT" to arq-diario.
          move reg-cont to depois-diario.
          perform grava-diario.

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
          move "39/AM" to prog-dia.
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
