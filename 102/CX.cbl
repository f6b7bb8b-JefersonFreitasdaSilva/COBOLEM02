       identification division.
       program-id. CX.
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
       select retgateway assign to disk
       organization is line sequential
       file status is retgateway-sts.
       select msghist assign to disk
       organization is indexed
       access mode is random
       record key is chave-msg
       file status is msghist-sts.
       select relretorno assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd retgateway
          label record is standard
          value of file-id is "retgateway.dat".
          copy "retgateway.cpy".

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

       fd relretorno
           label record are standard
           value of file-id is "relretorno.dat".
       01 linha-rel pic x(80).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 tem-retorno pic x(3) value "nao".
       77 retgateway-sts pic x(2).
       77 msghist-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-entregues pic 9(6) value 0.
       77 cont-falhas pic 9(6) value 0.
       77 cont-esgotados pic 9(6) value 0.
       77 cont-rejeitados pic 9(6) value 0.
       77 cont-edit pic zzzz9.

       procedure division.

      * retorno do gateway de sms e e-mail: cada linha acha o aviso
      * no msghist.dat pelo mesmo id da caixa de saida e grava o
      * desfecho (E entregue, F falhou). falha com menos de 3
      * tentativas volta na proxima caixa do 101/cw; com 3 fica
      * listada para a secretaria procurar a familia por outro meio.
       PGM-1.
          perform inicio.
          perform principal until fim-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open output relretorno.
          move spaces to linha-rel.
          string "RETORNO DO GATEWAY DE AVISOS - " data-execucao
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          open input retgateway.
          if retgateway-sts not equal "00"
               move "sim" to fim-arq
               move "SEM RETGATEWAY.DAT - NENHUM RETORNO NESTA NOITE"
                   to linha-rel
               write linha-rel
          else
               move "sim" to tem-retorno
               open i-o msghist
               if msghist-sts not equal "00"
                    display "RETORNO DE AVISOS: MSGHIST.DAT NAO ABRE "
                        "- STATUS " msghist-sts
                    move 8 to return-code
                    stop run.

       principal.
          read retgateway
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  perform aplica-retorno.

       aplica-retorno.
          move num-ret to num-msg.
          move tipo-ret to tipo-msg.
          move ref-ret to ref-msg.
          read msghist
               invalid key move "23" to msghist-sts
               not invalid key move "00" to msghist-sts.
          evaluate true
              when msghist-sts not equal "00"
                   add 1 to cont-rejeitados
                   move spaces to linha-rel
                   string "  " num-ret " " tipo-ret " " ref-ret
                       " AVISO NAO ENCONTRADO NO HISTORICO"
                       into linha-rel
                   write linha-rel
              when status-ret not equal "E"
                   and status-ret not equal "F"
                   add 1 to cont-rejeitados
                   move spaces to linha-rel
                   string "  " num-ret " " tipo-ret " " ref-ret
                       " STATUS DE RETORNO INVALIDO: " status-ret
                       into linha-rel
                   write linha-rel
              when other
                   perform grava-retorno
          end-evaluate.

       grava-retorno.
          move status-ret to status-msg.
          move data-ret to data-ret-msg.
          move detalhe-ret to detalhe-msg.
          rewrite reg-msghist.
          if status-ret equal "E"
               add 1 to cont-entregues
          else
               perform anota-falha.

       anota-falha.
          add 1 to cont-falhas.
          move spaces to linha-rel.
          if tentativas-msg < 3
               string "  " num-msg " " tipo-msg " " ref-msg " "
                   canal-msg " FALHOU (" tentativas-msg
                   ") - VOLTA NA PROXIMA CAIXA" into linha-rel
          else
               add 1 to cont-esgotados
               string "  " num-msg " " tipo-msg " " ref-msg " "
                   canal-msg " FALHOU 3 VEZES - AVISAR POR CARTA "
                   "OU TELEFONE" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "      " detalhe-ret into linha-rel.
          write linha-rel.

       fim.
          close retgateway.
          if tem-retorno equal "sim"
               close msghist.
          move spaces to linha-rel.
          write linha-rel.
          move cont-lidos to cont-edit.
          move spaces to linha-rel.
          string "RETORNOS LIDOS ............ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-entregues to cont-edit.
          move spaces to linha-rel.
          string "ENTREGUES ................. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-falhas to cont-edit.
          move spaces to linha-rel.
          string "FALHAS .................... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-esgotados to cont-edit.
          move spaces to linha-rel.
          string "  SEM NOVA TENTATIVA ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-rejeitados to cont-edit.
          move spaces to linha-rel.
          string "REJEITADOS ................ " cont-edit
              into linha-rel.
          write linha-rel.
          close relretorno.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "102-RETG" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-entregues to grava-aud.
          add cont-falhas to grava-aud.
          move cont-rejeitados to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "RETORNO DE AVISOS: " cont-entregues " ENTREGUES, "
              cont-falhas " FALHAS - VER RELRETORNO.DAT".
