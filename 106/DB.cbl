       identification division.
       program-id. DB.
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
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select lognota assign to disk
       organization is line sequential
       file status is lognota-sts.
       select alusitlog assign to disk
       organization is line sequential
       file status is alusitlog-sts.
       select transflog assign to disk
       organization is line sequential
       file status is transflog-sts.
       select logabono assign to disk
       organization is line sequential
       file status is logabono-sts.
       select mergelog assign to disk
       organization is line sequential
       file status is mergelog-sts.
       select acreslog assign to disk
       organization is line sequential
       file status is acreslog-sts.
       select corrigidos assign to disk
       organization is line sequential
       file status is corrigidos-sts.
       select trilhawrk assign to disk
       organization is line sequential.
       select sorttrl assign to disk.
       select trilhaord assign to disk
       organization is line sequential.
       select reltrilha assign to disk
       organization is line sequential.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

      * log de notas do 17/q, no layout de la
       fd lognota
          label record is standard
          value of file-id is "lognota.dat".
       01 reg-lognota.
          02 data-lnt   pic 9(6).
          02 num-lnt    pic 9(5).
          02 disc-lnt   pic 9(3).
          02 campo-lnt  pic 9(1).
          02 antes-lnt.
              03 not1-antes-lnt pic 9(2)v99.
              03 not2-antes-lnt pic 9(2)v99.
              03 not3-antes-lnt pic 9(2)v99.
              03 not4-antes-lnt pic 9(2)v99.
          02 depois-lnt.
              03 not1-depois-lnt pic 9(2)v99.
              03 not2-depois-lnt pic 9(2)v99.
              03 not3-depois-lnt pic 9(2)v99.
              03 not4-depois-lnt pic 9(2)v99.
          02 solic-lnt  pic x(20).

       fd alusitlog
          label record is standard
          value of file-id is "alusitlog.dat".
          copy "alusitlog.cpy".

       fd transflog
          label record is standard
          value of file-id is "transflog.dat".
       01 reg-transflog.
          02 data-trf         pic 9(6).
          02 num-trf          pic 9(5).
          02 unid-antes-trf   pic 9(2).
          02 turma-antes-trf  pic x(1).
          02 unid-depois-trf  pic 9(2).
          02 turma-depois-trf pic x(1).
          02 efeito-trf       pic 9(8).
          02 termo-trf        pic 9(6).
          02 mats-trf         pic 9(3).
          02 oper-trf         pic x(8).

      * log de abono de faltas do 52/az
       fd logabono
          label record is standard
          value of file-id is "logabono.dat".
       01 reg-logabono.
          02 data-lab    pic 9(6).
          02 num-lab     pic 9(5).
          02 doc-lab     pic x(10).
          02 antes-lab   pic 9(2).
          02 depois-lab  pic 9(2).
          02 sessoes-lab pic 9(2).
          02 oper-lab    pic x(8).

      * rastro da fusao de duplicados do 71/bs
       fd mergelog
          label record is standard
          value of file-id is "mergelog.dat".
       01 reg-mergelog.
          02 data-mrg pic 9(6).
          02 arq-mrg  pic x(12).
          02 de-mrg   pic 9(5).
          02 para-mrg pic 9(5).

      * acrescimos de mora do 57/be, por cliente
       fd acreslog
          label record is standard
          value of file-id is "acreslog.dat".
       01 reg-acreslog.
          02 data-acr   pic 9(6).
          02 compet-acr pic 9(6).
          02 cod-acr    pic 9(5).
          02 antes-acr  pic 9(6)v9(2).
          02 depois-acr pic 9(6)v9(2).
          02 multa-acr  pic 9(6)v9(2).
          02 juros-acr  pic 9(6)v9(2).

      * correcoes de sexo do console 39/am (e do 24/x e 64/bl,
      * no mesmo layout)
       fd corrigidos
          label record is standard
          value of file-id is "corrigidos.dat".
       01 reg-corrigidos.
          02 data-cor        pic 9(6).
          02 num-cor         pic 9(5).
          02 sexo-antigo-cor pic x(1).
          02 sexo-novo-cor   pic x(1).
          02 oper-cor        pic x(8).

      * trilha unificada: uma linha por alteracao, antes da ordem
       fd trilhawrk
          label record is standard
          value of file-id is "trilhawrk.dat".
       01 reg-trilhawrk.
          02 data-trw   pic 9(8).
          02 seq-trw    pic 9(6).
          02 prog-trw   pic x(5).
          02 campo-trw  pic x(16).
          02 antes-trw  pic x(14).
          02 depois-trw pic x(14).
          02 oper-trw   pic x(20).

       sd sorttrl.
       01 reg-sorttrl.
          02 data-srt   pic 9(8).
          02 seq-srt    pic 9(6).
          02 resto-srt  pic x(69).

       fd trilhaord
          label record is standard
          value of file-id is "trilhaord.dat".
       01 reg-trilhaord.
          02 data-ord.
              03 ano-ord pic 9(4).
              03 mes-ord pic 9(2).
              03 dia-ord pic 9(2).
          02 seq-ord    pic 9(6).
          02 prog-ord   pic x(5).
          02 campo-ord  pic x(16).
          02 antes-ord  pic x(14).
          02 depois-ord pic x(14).
          02 oper-ord   pic x(20).

       fd reltrilha
           label record are standard
           value of file-id is "reltrilha.dat".
       01 linha-rel pic x(90).

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 respfin-sts pic x(2).
       77 lognota-sts pic x(2).
       77 alusitlog-sts pic x(2).
       77 transflog-sts pic x(2).
       77 logabono-sts pic x(2).
       77 mergelog-sts pic x(2).
       77 acreslog-sts pic x(2).
       77 corrigidos-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 1.
       77 data-execucao pic 9(6) value 0.
       77 num-pedido pic 9(5) value 0.
       77 cod-cliente pic 9(5) value 0.
       77 cont-seq pic 9(6) value 0.
       77 cont-linhas pic 9(6) value 0.
       77 cont-edit pic zzzz9.
       77 nota-antes pic 9(2)v99 value 0.
       77 nota-depois pic 9(2)v99 value 0.
       77 nota-edit pic z9,99.
       77 valor-edit pic zzzzz9,99.
       77 faltas-edit pic z9.

       procedure division.

      * historico consolidado de alteracoes de um aluno: junta as
      * trilhas antes/depois de cada programa de atualizacao (e as
      * do cliente pagante, para os acrescimos) numa lista so, em
      * ordem de data, na tela e em reltrilha.dat. serve para a
      * secretaria responder contestacao sem abrir log por log.
       PGM-1.
          perform assina.
          perform inicio.
          perform coleta-trilhas.
          sort sorttrl
              on ascending key data-srt seq-srt
              using trilhawrk
              giving trilhaord.
          perform imprime.
          stop run.

       inicio.
          accept data-execucao from date.
          display "NUMERO DO ALUNO: " with no advancing.
          accept num-pedido.
          if num-pedido = 0
               display "NUMERO INVALIDO"
               stop run.
          move 0 to cod-cliente.
          open input respfin.
          if respfin-sts equal "00"
               move num-pedido to num-resp
               read respfin
                    invalid key continue
                    not invalid key move cod-resp to cod-cliente
               end-read.
          close respfin.

      * a data de cada log e a da corrida que gravou (aammdd),
      * levada a aaaammdd; na mesma data vale a ordem de leitura.
       coleta-trilhas.
          open output trilhawrk.
          move "nao" to fim-arq.
          open input lognota.
          if lognota-sts not equal "00"
               move "sim" to fim-arq.
          perform le-lognota until fim-arq = "sim".
          close lognota.
          move "nao" to fim-arq.
          open input alusitlog.
          if alusitlog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-alusitlog until fim-arq = "sim".
          close alusitlog.
          move "nao" to fim-arq.
          open input transflog.
          if transflog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-transflog until fim-arq = "sim".
          close transflog.
          move "nao" to fim-arq.
          open input logabono.
          if logabono-sts not equal "00"
               move "sim" to fim-arq.
          perform le-logabono until fim-arq = "sim".
          close logabono.
          move "nao" to fim-arq.
          open input mergelog.
          if mergelog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-mergelog until fim-arq = "sim".
          close mergelog.
          move "nao" to fim-arq.
          open input corrigidos.
          if corrigidos-sts not equal "00"
               move "sim" to fim-arq.
          perform le-corrigidos until fim-arq = "sim".
          close corrigidos.
          if cod-cliente not = 0
               move "nao" to fim-arq
               open input acreslog
               if acreslog-sts not equal "00"
                    move "sim" to fim-arq
               end-if
               perform le-acreslog until fim-arq = "sim"
               close acreslog.
          close trilhawrk.

       grava-trilha.
          add 1 to cont-seq.
          move cont-seq to seq-trw.
          write reg-trilhawrk.

       le-lognota.
          read lognota
              at end move "sim" to fim-arq
              not at end
                  if num-lnt equal num-pedido
                       perform trilha-lognota.

       trilha-lognota.
          evaluate campo-lnt
              when 1 move not1-antes-lnt to nota-antes
                     move not1-depois-lnt to nota-depois
              when 2 move not2-antes-lnt to nota-antes
                     move not2-depois-lnt to nota-depois
              when 3 move not3-antes-lnt to nota-antes
                     move not3-depois-lnt to nota-depois
              when other move not4-antes-lnt to nota-antes
                     move not4-depois-lnt to nota-depois
          end-evaluate.
          compute data-trw = 20000000 + data-lnt.
          move "17/Q" to prog-trw.
          move spaces to campo-trw.
          string "NOTA" campo-lnt " DISC " disc-lnt
              into campo-trw.
          move nota-antes to nota-edit.
          move nota-edit to antes-trw.
          move nota-depois to nota-edit.
          move nota-edit to depois-trw.
          move solic-lnt to oper-trw.
          perform grava-trilha.

       le-alusitlog.
          read alusitlog
              at end move "sim" to fim-arq
              not at end
                  if num-log equal num-pedido
                       compute data-trw = 20000000 + data-log
                       move "47/AU" to prog-trw
                       move "SITUACAO" to campo-trw
                       move antes-log to antes-trw
                       move depois-log to depois-trw
                       move oper-log to oper-trw
                       perform grava-trilha.

       le-transflog.
          read transflog
              at end move "sim" to fim-arq
              not at end
                  if num-trf equal num-pedido
                       perform trilha-transflog.

       trilha-transflog.
          compute data-trw = 20000000 + data-trf.
          move "47/AU" to prog-trw.
          move "UNIDADE/TURMA" to campo-trw.
          move spaces to antes-trw.
          string unid-antes-trf "/" turma-antes-trf
              into antes-trw.
          move spaces to depois-trw.
          string unid-depois-trf "/" turma-depois-trf
              into depois-trw.
          move oper-trf to oper-trw.
          perform grava-trilha.

       le-logabono.
          read logabono
              at end move "sim" to fim-arq
              not at end
                  if num-lab equal num-pedido
                       perform trilha-logabono.

       trilha-logabono.
          compute data-trw = 20000000 + data-lab.
          move "52/AZ" to prog-trw.
          move spaces to campo-trw.
          string "FALTAS " doc-lab into campo-trw.
          move antes-lab to faltas-edit.
          move faltas-edit to antes-trw.
          move depois-lab to faltas-edit.
          move faltas-edit to depois-trw.
          move oper-lab to oper-trw.
          perform grava-trilha.

      * na fusao o aluno aparece como numero que saiu (de) ou
      * como numero que ficou (para)
       le-mergelog.
          read mergelog
              at end move "sim" to fim-arq
              not at end
                  if de-mrg equal num-pedido
                       or para-mrg equal num-pedido
                       perform trilha-mergelog.

       trilha-mergelog.
          compute data-trw = 20000000 + data-mrg.
          move "71/BS" to prog-trw.
          move spaces to campo-trw.
          string "NUM " arq-mrg into campo-trw.
          move de-mrg to antes-trw.
          move para-mrg to depois-trw.
          move "LOTE" to oper-trw.
          perform grava-trilha.

       le-corrigidos.
          read corrigidos
              at end move "sim" to fim-arq
              not at end
                  if num-cor equal num-pedido
                       compute data-trw = 20000000 + data-cor
                       move "39/AM" to prog-trw
                       move "SEXO" to campo-trw
                       move sexo-antigo-cor to antes-trw
                       move sexo-novo-cor to depois-trw
                       move oper-cor to oper-trw
                       perform grava-trilha.

       le-acreslog.
          read acreslog
              at end move "sim" to fim-arq
              not at end
                  if cod-acr equal cod-cliente
                       perform trilha-acreslog.

       trilha-acreslog.
          compute data-trw = 20000000 + data-acr.
          move "57/BE" to prog-trw.
          move spaces to campo-trw.
          string "MENS " compet-acr into campo-trw.
          move antes-acr to valor-edit.
          move valor-edit to antes-trw.
          move depois-acr to valor-edit.
          move valor-edit to depois-trw.
          move "LOTE" to oper-trw.
          perform grava-trilha.

       imprime.
          open input trilhaord.
          open output reltrilha.
          move spaces to linha-rel.
          string "HISTORICO DE ALTERACOES - ALUNO " num-pedido
              " CLIENTE " cod-cliente " - " data-execucao
              into linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          string "DATA       PROG  CAMPO            "
              "ANTES          DEPOIS         OPERADOR" into linha-rel.
          perform mostra-linha.
          move "nao" to fim-arq.
          perform le-trilhaord until fim-arq = "sim".
          move cont-linhas to cont-edit.
          move spaces to linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          string "ALTERACOES ENCONTRADAS .. " cont-edit
              into linha-rel.
          perform mostra-linha.
          close trilhaord reltrilha.

       le-trilhaord.
          read trilhaord
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-linhas
                  move spaces to linha-rel
                  string dia-ord "/" mes-ord "/" ano-ord " "
                      prog-ord " " campo-ord " " antes-ord " "
                      depois-ord " " oper-ord into linha-rel
                  perform mostra-linha.

       mostra-linha.
          write linha-rel.
          display linha-rel.

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
