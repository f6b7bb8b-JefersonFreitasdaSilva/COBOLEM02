       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadcont assign to disk
       organization is indexed
       select corrigidos assign to disk
       organization is line sequential
       file status is corrigidos-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select lognota assign to disk
       organization is line sequential
       file status is lognota-sts.
       select relpend assign to disk
       organization is line sequential.
       select lotelock assign to disk
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
          02 sexo-novo-cor  pic x(1).
          02 oper-cor       pic x(8).

       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

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

       fd relpend
           label record are standard
           value of file-id is "relpend.dat".
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

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
       77 pendentes-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 corrigidos-sts pic x(2).
       77 lotelock-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 lognota-sts pic x(2).
       77 fim-nota-arq pic x(3) value "nao".
       77 notas-carregadas pic x(3) value "sim".
       77 tot-alu pic 9(5) value 0.
       77 idx-achado pic 9(5) value 0.
       77 cont-notas pic 9(7) value 0.
       01 tabela-notas.
           02 item-nota occurs 5000 times indexed by idx-alu.
               03 num-tab  pic 9(5).
               03 disc-tab pic 9(3).
               03 termo-tab pic 9(6).
               03 not1-tab pic 9(2)v99.
               03 not2-tab pic 9(2)v99.
               03 not3-tab pic 9(2)v99.
               03 not4-tab pic 9(2)v99.
       77 trava-lote pic x(1) value "N".
       77 data-execucao pic 9(6) value 0.
       77 sexo-antigo pic x(1) value " ".
          open extend corrigidos.
          if corrigidos-sts not equal "00"
               open output corrigidos.
          open input cadnota.
          if cadnota-sts equal "00"
               perform carrega-notas until fim-nota-arq = "sim".
          close cadnota.
          open extend lognota.
          if lognota-sts not equal "00"
               open output lognota.
          open output relpend.
          move "FILA DO CONSOLE APLICADA APOS O LOTE" to linha-rel.
          write linha-rel.
                        perform aplica-cliente
                   when "S"
                        perform aplica-sexo
                   when "N"
                        perform aplica-nota
                   when other
                        perform rejeita-tipo
               end-evaluate.
               perform grava-aluno.

       grava-aluno.
          move num-pend to num-ent of reg-alu.
          move nome-pend to nome-ent.
          move sexo-pend to sexo-ent.
          move dd-pend to dd-ent.
               invalid key
                    perform linha-ja-existe
               not invalid key
                    move "CADALU" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-alu to depois-diario
                    perform grava-diario
                    perform grava-contato
                    perform linha-aplicada.

          move cidade-pend to cidade-cont.
          move cep-pend to cep-cont.
          move resp-pend to resp-cont.
          move fone-pend to fone-cont.
          move email-pend to email-cont.
          move consente-pend to consente-cont.
          move spaces to antes-diario.
          move reg-cont to depois-diario.
          move "I" to acao-diario.
          write reg-cont
               invalid key
                    perform substitui-contato.
          move "CADCONT" to arq-diario.
          perform grava-diario.

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

       aplica-cliente.
          if nome-pend equal spaces
                    invalid key
                         perform linha-ja-existe
                    not invalid key
                         move "CADCLI1" to arq-diario
                         move "I" to acao-diario
                         move spaces to antes-diario
                         move reg-cli1 to depois-diario
                         perform grava-diario
                         perform linha-aplicada.

       aplica-sexo.
          move num-pend to num-ent of reg-alu.
          read cadalu
               invalid key
                    perform linha-sem-aluno
                    perform regrava-sexo.

       regrava-sexo.
          move reg-alu to antes-diario.
          move sexo-ent to sexo-antigo.
          move sexo-pend to sexo-ent.
          rewrite reg-alu
                    move sexo-pend to sexo-novo-cor
                    move oper-pend to oper-cor
                    write reg-corrigidos
                    move "CADALU" to arq-diario
                    move "A" to acao-diario
                    move reg-alu to depois-diario
                    perform grava-diario
                    perform linha-aplicada.

      * nota do professor (94/cp): a linha do aluno na disciplina e
      * termo tem de estar na cadnota pos-lote; o antes/depois vai
      * para o lognota como no lancamento direto.
       aplica-nota.
          move 0 to idx-achado.
          if notas-carregadas equal "sim"
               perform acha-nota varying idx-alu from 1 by 1
                   until idx-alu > tot-alu.
          evaluate true
              when notas-carregadas not equal "sim"
                   perform linha-rejeitada
              when idx-achado = 0
                   perform linha-sem-nota
              when campo-pend < 1 or campo-pend > 4
                   or nota-pend > 10
                   perform linha-rejeitada
              when other
                   perform regrava-nota-pend
          end-evaluate.

       acha-nota.
          if idx-achado = 0 and num-tab(idx-alu) equal num-pend
               and disc-tab(idx-alu) equal disc-pend
               and termo-tab(idx-alu) equal termo-pend
               move idx-alu to idx-achado.

       regrava-nota-pend.
          move item-nota(idx-achado) to antes-diario.
          move data-execucao to data-log.
          move num-pend to num-log.
          move disc-pend to disc-log.
          move campo-pend to campo-log.
          move not1-tab(idx-achado) to not1-antes.
          move not2-tab(idx-achado) to not2-antes.
          move not3-tab(idx-achado) to not3-antes.
          move not4-tab(idx-achado) to not4-antes.
          evaluate campo-pend
              when 1 move nota-pend to not1-tab(idx-achado)
              when 2 move nota-pend to not2-tab(idx-achado)
              when 3 move nota-pend to not3-tab(idx-achado)
              when 4 move nota-pend to not4-tab(idx-achado)
          end-evaluate.
          move not1-tab(idx-achado) to not1-depois.
          move not2-tab(idx-achado) to not2-depois.
          move not3-tab(idx-achado) to not3-depois.
          move not4-tab(idx-achado) to not4-depois.
          move spaces to solic-log.
          string "PROF " oper-pend into solic-log.
          write reg-lognota.
          move "CADNOTA" to arq-diario.
          move "A" to acao-diario.
          move item-nota(idx-achado) to depois-diario.
          perform grava-diario.
          add 1 to cont-notas.
          perform linha-aplicada.

      * com a cadnota acima da tabela a regravacao perderia linhas:
      * as notas da fila sao rejeitadas e ficam no relpend.
       carrega-notas.
          read cadnota
              at end move "sim" to fim-nota-arq
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
                       display "FILA POS-LOTE: CADNOTA.DAT EXCEDEU "
                           "5000 REGISTROS - NOTAS NAO APLICADAS"
                       move "nao" to notas-carregadas
                       move "sim" to fim-nota-arq.

       regrava-nota.
          move num-tab(idx-alu) to num-ent of reg-nota.
          move disc-tab(idx-alu) to disc-ent.
          move termo-tab(idx-alu) to termo-nota-ent.
          move not1-tab(idx-alu) to not1.
          move not2-tab(idx-alu) to not2.
          move not3-tab(idx-alu) to not3.
          move not4-tab(idx-alu) to not4.
          write reg-nota.

       linha-sem-nota.
          add 1 to cont-rejeita.
          move spaces to linha-rel.
          string "REJEITADA " tipo-pend " " num-pend
              " SEM LINHA NA CADNOTA PARA DISC " disc-pend
              into linha-rel.
          write linha-rel.

       rejeita-tipo.
          add 1 to cont-rejeita.
          move spaces to linha-rel.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close pendentes cadalu cadcont cadcli1 corrigidos
                relpend auditoria lognota.
          if cont-notas > 0
               open output cadnota
               perform regrava-nota varying idx-alu from 1 by 1
                   until idx-alu > tot-alu
               close cadnota.
      * a fila aplicada esvazia para a proxima janela
          open output pendentes.
          close pendentes.
          display "FILA POS-LOTE: " cont-grava " APLICADAS, "
              cont-rejeita " REJEITADAS - VER RELPEND.DAT".

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
          move "64/BL" to prog-dia.
          move oper-pend to oper-dia.
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
