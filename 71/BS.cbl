       access mode is dynamic
       record key is chave-mens
       file status is mensalidades-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select listaesp assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-esp
       file status is listaesp-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-apr
       file status is aproveita-sts.
       select ativcompl assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-ativ
       file status is ativcompl-sts.
       select bolsafam assign to disk
       organization is indexed
       access mode is random
       record key is num-bf
       file status is bolsafam-sts.
       select liberpre assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-lib
       file status is liberpre-sts.
       select concluintes assign to disk
       organization is line sequential
       file status is concluintes-sts.
       select regdiploma assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-reg
       file status is regdiploma-sts.
       select msghist assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-msg
       file status is msghist-sts.
       select arqwrk assign to disk
       organization is line sequential
       file status is arqwrk-sts.
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd listaesp
          label record is standard
          value of file-id is "listaesp.dat".
          copy "listaesp.cpy".

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd bolsafam
          label record is standard
          value of file-id is "bolsafam.dat".
          copy "bolsafam.cpy".

       fd liberpre
          label record is standard
          value of file-id is "liberpre.dat".
          copy "liberpre.cpy".

       fd concluintes
          label record is standard
          value of file-id is "concluintes.dat".
          copy "concluinte.cpy".

       fd regdiploma
          label record is standard
          value of file-id is "regdiploma.dat".
          copy "regdiploma.cpy".

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

      * area de passagem generica das regravacoes
       fd arqwrk
          label record is standard
       77 histfinal-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 arqwrk-sts pic x(2).
       77 listaesp-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 ativcompl-sts pic x(2).
       77 bolsafam-sts pic x(2).
       77 liberpre-sts pic x(2).
       77 concluintes-sts pic x(2).
       77 regdiploma-sts pic x(2).
       77 msghist-sts pic x(2).
       77 respfin-sts pic x(2).
       77 mergelog-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 num-mat-antigo pic 9(5) value 0.
       77 disc-mat-antiga pic 9(3) value 0.
       77 termo-mat-antigo pic 9(6) value 0.
      * area comum das chaves que mudam em aproveita, ativcompl,
      * liberpre e msghist: um arquivo de cada vez.
       01 tabela-reg-mover.
           02 item-rmov occurs 500 times indexed by idx-rmov.
               03 reg-rmov pic x(130).
       77 tot-rmov pic 9(3) value 0.
       77 chave-antiga pic x(20) value spaces.
       77 fim-ativ pic x(3) value "nao".
       77 ultima-seq-ativ pic 9(3) value 0.

       procedure division.

          perform reaponta-histfinal.
          perform reaponta-cadcont varying idx-par from 1 by 1
              until idx-par > tot-par.
          perform reaponta-respfin varying idx-par from 1 by 1
              until idx-par > tot-par.
          perform reaponta-mensalidades.
          perform reaponta-listaesp.
          perform reaponta-aproveita.
          perform reaponta-ativcompl.
          perform reaponta-bolsafam varying idx-par from 1 by 1
              until idx-par > tot-par.
          perform reaponta-liberpre.
          perform reaponta-concluintes.
          perform reaponta-regdiploma.
          perform reaponta-msghist.
          perform fim.
          stop run.

          perform grava-log.
          add 1 to cont-repontos.

      * responsavel financeiro: como no contato, o vinculo do
      * retirado so passa ao sobrevivente que nao tem vinculo
      * proprio; o registro do retirado e apagado.
       reaponta-respfin.
          if ok-par(idx-par) equal "S"
               open i-o respfin
               if respfin-sts equal "00"
                    perform funde-respfin
                    close respfin
               else
                    close respfin.

       funde-respfin.
          move sai-par(idx-par) to num-resp.
          read respfin
               invalid key
                    continue
               not invalid key
                    perform move-respfin.

       move-respfin.
          move fica-par(idx-par) to num-resp.
          write reg-respfin
               invalid key
                    continue
          end-write.
          move sai-par(idx-par) to num-resp.
          delete respfin record.
          move sai-par(idx-par) to num-procurado.
          move fica-par(idx-par) to num-destino.
          move "RESPFIN" to arq-log.
          perform grava-log.
          add 1 to cont-repontos.

      * as cobrancas do codigo retirado mudam de chave: saem do
      * arquivo e voltam regravadas no codigo sobrevivente.
       reaponta-mensalidades.
                    continue
          end-delete.

      * lista de espera: o numero do aluno nao faz parte da chave
      * e a inscricao e regravada no lugar, na mesma posicao da
      * fila. se o sobrevivente tambem esperava a disciplina, o
      * 88/cj recusa a segunda chamada pela chave da matricula.
       reaponta-listaesp.
          move "nao" to fim-arq.
          open i-o listaesp.
          if listaesp-sts not equal "00"
               close listaesp
          else
               move low-values to chave-esp
               start listaesp key not < chave-esp
                    invalid key move "sim" to fim-arq
               end-start
               perform passa-listaesp until fim-arq = "sim"
               close listaesp.

       passa-listaesp.
          read listaesp next
              at end move "sim" to fim-arq
              not at end
                  move num-esp to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       move fica-par(idx-par-achado) to num-esp
                       move fica-par(idx-par-achado) to num-destino
                       rewrite reg-espera
                       move "LISTAESP" to arq-log
                       perform grava-log
                       add 1 to cont-repontos.

      * aproveitamento: a chave e aluno + disciplina. como nas
      * cobrancas, grava primeiro no sobrevivente e so entao apaga
      * a do retirado; se o sobrevivente ja tem a disciplina
      * aproveitada, a do retirado fica para a secretaria conferir.
       reaponta-aproveita.
          move "nao" to fim-arq.
          move 0 to tot-rmov.
          open i-o aproveita.
          if aproveita-sts not equal "00"
               close aproveita
          else
               move low-values to chave-apr
               start aproveita key not < chave-apr
                    invalid key move "sim" to fim-arq
               end-start
               perform cata-aproveita until fim-arq = "sim"
               perform move-aproveita varying idx-rmov from 1 by 1
                   until idx-rmov > tot-rmov
               close aproveita.

       cata-aproveita.
          read aproveita next
              at end move "sim" to fim-arq
              not at end
                  move num-apr to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       perform guarda-aproveita.

       guarda-aproveita.
          if tot-rmov < 500
               add 1 to tot-rmov
               move reg-aproveita to reg-rmov(tot-rmov)
          else
               display "FUSAO: MAIS DE 500 APROVEITAMENTOS "
                   "A MOVER - RODE DE NOVO".

       move-aproveita.
          move reg-rmov(idx-rmov) to reg-aproveita.
          move chave-apr to chave-antiga.
          move num-apr to num-procurado.
          perform busca-par.
          move fica-par(idx-par-achado) to num-apr.
          move fica-par(idx-par-achado) to num-destino.
          write reg-aproveita
               invalid key
                    display "FUSAO: SOBREVIVENTE JA TEM A DISCIPLINA "
                        disc-apr " APROVEITADA - A DO RETIRADO "
                        num-procurado " FICA PARA CONFERENCIA"
               not invalid key
                    move chave-antiga to chave-apr
                    delete aproveita record
                         invalid key
                              continue
                    end-delete
                    move "APROVEITA" to arq-log
                    perform grava-log
                    add 1 to cont-repontos
          end-write.

      * atividades complementares: a chave e aluno + sequencia e
      * os dois alunos numeram a partir de 1, entao as atividades
      * do retirado entram depois da ultima do sobrevivente.
       reaponta-ativcompl.
          move "nao" to fim-arq.
          move 0 to tot-rmov.
          open i-o ativcompl.
          if ativcompl-sts not equal "00"
               close ativcompl
          else
               move low-values to chave-ativ
               start ativcompl key not < chave-ativ
                    invalid key move "sim" to fim-arq
               end-start
               perform cata-ativcompl until fim-arq = "sim"
               perform move-ativcompl varying idx-rmov from 1 by 1
                   until idx-rmov > tot-rmov
               close ativcompl.

       cata-ativcompl.
          read ativcompl next
              at end move "sim" to fim-arq
              not at end
                  move num-ativ to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       perform guarda-ativcompl.

       guarda-ativcompl.
          if tot-rmov < 500
               add 1 to tot-rmov
               move reg-ativ to reg-rmov(tot-rmov)
          else
               display "FUSAO: MAIS DE 500 ATIVIDADES "
                   "A MOVER - RODE DE NOVO".

       move-ativcompl.
          move reg-rmov(idx-rmov) to reg-ativ.
          move num-ativ to num-procurado.
          perform busca-par.
          move fica-par(idx-par-achado) to num-destino.
          perform acha-ultima-ativ.
          move reg-rmov(idx-rmov) to reg-ativ.
          move chave-ativ to chave-antiga.
          move num-destino to num-ativ.
          if ultima-seq-ativ = 999
               display "FUSAO: SOBREVIVENTE " num-destino
                   " SEM SEQUENCIA LIVRE - ATIVIDADE " seq-ativ
                   " DO RETIRADO FICA PARA CONFERENCIA"
          else
               compute seq-ativ = ultima-seq-ativ + 1
               write reg-ativ
                    invalid key
                         display "FUSAO: ERRO AO GRAVAR ATIVIDADE "
                             "DO SOBREVIVENTE " num-destino
                    not invalid key
                         move chave-antiga to chave-ativ
                         delete ativcompl record
                              invalid key
                                   continue
                         end-delete
                         move "ATIVCOMPL" to arq-log
                         perform grava-log
                         add 1 to cont-repontos
               end-write.

       acha-ultima-ativ.
          move 0 to ultima-seq-ativ.
          move "nao" to fim-ativ.
          move num-destino to num-ativ.
          move 0 to seq-ativ.
          start ativcompl key not < chave-ativ
               invalid key move "sim" to fim-ativ
          end-start.
          perform le-ultima-ativ until fim-ativ = "sim".

       le-ultima-ativ.
          read ativcompl next
              at end move "sim" to fim-ativ
              not at end
                  if num-ativ equal num-destino
                       move seq-ativ to ultima-seq-ativ
                  else
                       move "sim" to fim-ativ.

      * bolsa familia: como no responsavel financeiro, o cadastro
      * do retirado so passa ao sobrevivente que nao tem o seu; o
      * registro do retirado e apagado.
       reaponta-bolsafam.
          if ok-par(idx-par) equal "S"
               open i-o bolsafam
               if bolsafam-sts equal "00"
                    perform funde-bolsafam
                    close bolsafam
               else
                    close bolsafam.

       funde-bolsafam.
          move sai-par(idx-par) to num-bf.
          read bolsafam
               invalid key
                    continue
               not invalid key
                    perform move-bolsafam.

       move-bolsafam.
          move fica-par(idx-par) to num-bf.
          write reg-bolsafam
               invalid key
                    continue
          end-write.
          move sai-par(idx-par) to num-bf.
          delete bolsafam record.
          move sai-par(idx-par) to num-procurado.
          move fica-par(idx-par) to num-destino.
          move "BOLSAFAM" to arq-log.
          perform grava-log.
          add 1 to cont-repontos.

      * liberacao de pre-requisito: chave aluno + disciplina +
      * termo, tratada como o aproveitamento. a liberacao que o
      * sobrevivente ja tem fica e a do retirado nao e apagada.
       reaponta-liberpre.
          move "nao" to fim-arq.
          move 0 to tot-rmov.
          open i-o liberpre.
          if liberpre-sts not equal "00"
               close liberpre
          else
               move low-values to chave-lib
               start liberpre key not < chave-lib
                    invalid key move "sim" to fim-arq
               end-start
               perform cata-liberpre until fim-arq = "sim"
               perform move-liberpre varying idx-rmov from 1 by 1
                   until idx-rmov > tot-rmov
               close liberpre.

       cata-liberpre.
          read liberpre next
              at end move "sim" to fim-arq
              not at end
                  move num-lib to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       perform guarda-liberpre.

       guarda-liberpre.
          if tot-rmov < 500
               add 1 to tot-rmov
               move reg-liberpre to reg-rmov(tot-rmov)
          else
               display "FUSAO: MAIS DE 500 LIBERACOES "
                   "A MOVER - RODE DE NOVO".

       move-liberpre.
          move reg-rmov(idx-rmov) to reg-liberpre.
          move chave-lib to chave-antiga.
          move num-lib to num-procurado.
          perform busca-par.
          move fica-par(idx-par-achado) to num-lib.
          move fica-par(idx-par-achado) to num-destino.
          write reg-liberpre
               invalid key
                    display "FUSAO: SOBREVIVENTE JA LIBERADO NA "
                        "DISCIPLINA " disc-lib " DO TERMO " termo-lib
                        " - A DO RETIRADO FICA PARA CONFERENCIA"
               not invalid key
                    move chave-antiga to chave-lib
                    delete liberpre record
                         invalid key
                              continue
                    end-delete
                    move "LIBERPRE" to arq-log
                    perform grava-log
                    add 1 to cont-repontos
          end-write.

       reaponta-concluintes.
          move "nao" to fim-arq.
          open input concluintes.
          if concluintes-sts not equal "00"
               close concluintes
          else
               open output arqwrk
               perform passa-concluintes until fim-arq = "sim"
               close concluintes arqwrk
               perform devolve-concluintes.

       passa-concluintes.
          read concluintes at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move num-conc to num-procurado
               perform busca-par
               if idx-par-achado not = 0
                    move fica-par(idx-par-achado) to num-conc
                    move fica-par(idx-par-achado) to num-destino
                    move "CONCLUINTES" to arq-log
                    perform grava-log
                    add 1 to cont-repontos
               end-if
               move spaces to reg-arqwrk
               move reg-concluinte to reg-arqwrk
               write reg-arqwrk.

       devolve-concluintes.
          move "nao" to fim-arq.
          open input arqwrk.
          open output concluintes.
          perform copia-concluintes until fim-arq = "sim".
          close arqwrk concluintes.

       copia-concluintes.
          read arqwrk at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move reg-arqwrk to reg-concluinte
               write reg-concluinte.

      * registro de diplomas: o numero do registro e a chave e
      * nunca muda; so o aluno passa ao sobrevivente. o nome fica
      * como saiu impresso no diploma.
       reaponta-regdiploma.
          move "nao" to fim-arq.
          open i-o regdiploma.
          if regdiploma-sts not equal "00"
               close regdiploma
          else
               move low-values to num-reg
               start regdiploma key not < num-reg
                    invalid key move "sim" to fim-arq
               end-start
               perform passa-regdiploma until fim-arq = "sim"
               close regdiploma.

       passa-regdiploma.
          read regdiploma next
              at end move "sim" to fim-arq
              not at end
                  move num-alu-reg to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       move fica-par(idx-par-achado) to num-alu-reg
                       move fica-par(idx-par-achado) to num-destino
                       rewrite reg-diploma
                       move "REGDIPLOMA" to arq-log
                       perform grava-log
                       add 1 to cont-repontos.

      * historico de avisos: chave aluno + tipo + referencia. o
      * aviso que o sobrevivente ja recebeu fica; o do retirado
      * nao e apagado para o historico nao perder o envio.
       reaponta-msghist.
          move "nao" to fim-arq.
          move 0 to tot-rmov.
          open i-o msghist.
          if msghist-sts not equal "00"
               close msghist
          else
               move low-values to chave-msg
               start msghist key not < chave-msg
                    invalid key move "sim" to fim-arq
               end-start
               perform cata-msghist until fim-arq = "sim"
               perform move-msghist varying idx-rmov from 1 by 1
                   until idx-rmov > tot-rmov
               close msghist.

       cata-msghist.
          read msghist next
              at end move "sim" to fim-arq
              not at end
                  move num-msg to num-procurado
                  perform busca-par
                  if idx-par-achado not = 0
                       perform guarda-msghist.

       guarda-msghist.
          if tot-rmov < 500
               add 1 to tot-rmov
               move reg-msghist to reg-rmov(tot-rmov)
          else
               display "FUSAO: MAIS DE 500 AVISOS "
                   "A MOVER - RODE DE NOVO".

       move-msghist.
          move reg-rmov(idx-rmov) to reg-msghist.
          move chave-msg to chave-antiga.
          move num-msg to num-procurado.
          perform busca-par.
          move fica-par(idx-par-achado) to num-msg.
          move fica-par(idx-par-achado) to num-destino.
          write reg-msghist
               invalid key
                    display "FUSAO: SOBREVIVENTE JA TEM O AVISO "
                        tipo-msg " " ref-msg " - O DO RETIRADO FICA "
                        "PARA CONFERENCIA"
               not invalid key
                    move chave-antiga to chave-msg
                    delete msghist record
                         invalid key
                              continue
                    end-delete
                    move "MSGHIST" to arq-log
                    perform grava-log
                    add 1 to cont-repontos
          end-write.

       fim.
          move "71-MERGE" to prog-aud.
          move data-execucao to data-aud.
