       identification division.
       program-id. CE.
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
       select ajustes assign to disk
       organization is line sequential
       file status is ajustes-sts.
       select suspensos assign to disk
       organization is line sequential
       file status is suspensos-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is random
       record key is chave-mens
       file status is mensalidades-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select cobext assign to disk
       organization is indexed
       access mode is random
       record key is cod-ext
       file status is cobext-sts.
       select relajuste assign to disk
       organization is line sequential.
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
       fd ajustes
          label record is standard
          value of file-id is "ajustes.dat".
          copy "ajuste.cpy".

       fd suspensos
          label record is standard
          value of file-id is "suspensos.dat".
          copy "suspenso.cpy".

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd relajuste
           label record are standard
           value of file-id is "relajuste.dat".
       01 linha-rel pic x(100).

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
       77 ajustes-sts pic x(2).
       77 suspensos-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 paghist-sts pic x(2).
       77 operador-sts pic x(2).
       77 tem-parcelas pic x(3) value "nao".
       77 cobext-sts pic x(2).
       77 tem-cobext pic x(3) value "nao".
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 data-execucao pic 9(6) value 0.
       77 resposta pic x(1) value " ".
       77 obs-digitada pic x(30) value spaces.
       77 achou-cobranca pic x(3) value "nao".
       77 tot-aj pic 9(3) value 0.
       77 tot-susp pic 9(3) value 0.
       77 idx-sus-achado pic 9(3) value 0.
       77 cont-aprovados pic 9(3) value 0.
       77 cont-rejeitados pic 9(3) value 0.
       77 cont-pendentes pic 9(3) value 0.
       77 cont-bloco pic 9(3) value 0.
       77 situa-bloco pic x(1) value space.
       77 valor-edit pic z(6)9,99.
       01 tabela-aj.
           02 item-aj occurs 500 times indexed by idx-aj.
               03 data-prop-tab  pic 9(6).
               03 tipo-tab       pic x(1).
               03 data-susp-atab pic 9(6).
               03 recibo-atab    pic 9(6).
               03 compet-atab    pic 9(6).
               03 cod-atab       pic 9(5).
               03 valor-atab     pic 9(6)v9(2).
               03 acordo-atab    pic 9(5).
               03 parcela-atab   pic 9(2).
               03 oper-prop-tab  pic x(8).
               03 situa-atab     pic x(1).
               03 oper-aprov-tab pic x(8).
               03 data-aprov-tab pic 9(6).
               03 obs-tab        pic x(30).
       01 tabela-susp.
           02 item-susp occurs 500 times indexed by idx-sus.
               03 data-susp-tab   pic 9(6).
               03 compet-susp-tab pic 9(6).
               03 cod-susp-tab    pic 9(5).
               03 valor-susp-tab  pic 9(6)v9(2).
               03 recibo-susp-tab pic 9(6).
               03 motivo-susp-tab pic 9(1).
               03 situa-susp-tab  pic x(1).
               03 acordo-susp-tab pic 9(5).
               03 parcela-susp-tab pic 9(2).

       procedure division.

      * aprovacao dos ajustes financeiros propostos na tela (hoje a
      * reaplicacao de suspenso do 60/bh): so um operador de nivel 3
      * diferente de quem propos aprova ou rejeita. a aprovacao faz
      * a baixa e grava a razao; a rejeicao devolve o item ao
      * suspenso. no fim sai o relatorio com os dois operadores.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal varying idx-aj from 1 by 1
              until idx-aj > tot-aj.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input ajustes.
          if ajustes-sts not equal "00"
               display "AJUSTES.DAT AUSENTE - NENHUMA PROPOSTA"
               close ajustes
               stop run.
          perform carrega-ajustes until fim-arq = "sim".
          close ajustes.
          move "nao" to fim-arq.
          open input suspensos.
          if suspensos-sts equal "00"
               perform carrega-suspensos until fim-arq = "sim".
          close suspensos.
          open i-o mensalidades.
          if mensalidades-sts not equal "00"
               display "AJUSTES: MENSALIDADES.DAT NAO ABRE - "
                   "STATUS " mensalidades-sts
               move 8 to return-code
               stop run.
          open i-o parcelas.
          if parcelas-sts equal "00"
               move "sim" to tem-parcelas.
          open extend paghist.
          if paghist-sts not equal "00"
               open output paghist.
          open i-o cobext.
          if cobext-sts equal "00"
               move "sim" to tem-cobext.

       carrega-ajustes.
          read ajustes
              at end move "sim" to fim-arq
              not at end
                  if tot-aj < 500
                       add 1 to tot-aj
                       move data-prop-aj to data-prop-tab(tot-aj)
                       move tipo-aj to tipo-tab(tot-aj)
                       move data-susp-aj to data-susp-atab(tot-aj)
                       move recibo-aj to recibo-atab(tot-aj)
                       move compet-aj to compet-atab(tot-aj)
                       move cod-aj to cod-atab(tot-aj)
                       move valor-aj to valor-atab(tot-aj)
                       move acordo-aj to acordo-atab(tot-aj)
                       move parcela-aj to parcela-atab(tot-aj)
                       move oper-prop-aj to oper-prop-tab(tot-aj)
                       move situa-aj to situa-atab(tot-aj)
                       move oper-aprov-aj to oper-aprov-tab(tot-aj)
                       move data-aprov-aj to data-aprov-tab(tot-aj)
                       move obs-aj to obs-tab(tot-aj)
                  else
                       display "AJUSTES.DAT EXCEDEU 500".

       carrega-suspensos.
          read suspensos
              at end move "sim" to fim-arq
              not at end
                  if tot-susp < 500
                       add 1 to tot-susp
                       move data-susp to data-susp-tab(tot-susp)
                       move compet-susp
                           to compet-susp-tab(tot-susp)
                       move cod-susp to cod-susp-tab(tot-susp)
                       move valor-susp to valor-susp-tab(tot-susp)
                       move recibo-susp
                           to recibo-susp-tab(tot-susp)
                       move motivo-susp
                           to motivo-susp-tab(tot-susp)
                       move situa-susp to situa-susp-tab(tot-susp)
                       perform carrega-acordo-susp
                  else
                       display "SUSPENSOS.DAT EXCEDEU 500".

      * linhas gravadas antes do parcelamento nao tem o acordo
       carrega-acordo-susp.
          if acordo-susp is numeric and parcela-susp is numeric
               move acordo-susp to acordo-susp-tab(tot-susp)
               move parcela-susp to parcela-susp-tab(tot-susp)
          else
               move 0 to acordo-susp-tab(tot-susp)
               move 0 to parcela-susp-tab(tot-susp).

       principal.
          if situa-atab(idx-aj) equal "P"
               perform mostra-proposta
               if oper-prop-tab(idx-aj) equal oper-digitado
                    display "PROPOSTA SUA - SO OUTRO OPERADOR APROVA"
               else
                    perform decide-proposta.

       mostra-proposta.
          move valor-atab(idx-aj) to valor-edit.
          display " ".
          display "PROPOSTA DE " data-prop-tab(idx-aj) " POR "
              oper-prop-tab(idx-aj) ": REAPLICAR SUSPENSO DE "
              data-susp-atab(idx-aj).
          display "CLIENTE " cod-atab(idx-aj) " COMPETENCIA "
              compet-atab(idx-aj) " RECIBO " recibo-atab(idx-aj)
              " VALOR " valor-edit.
          if acordo-atab(idx-aj) > 0
               display "PARCELA " parcela-atab(idx-aj) " DO ACORDO "
                   acordo-atab(idx-aj).

       decide-proposta.
          display "A=APROVAR  R=REJEITAR  OUTRA PULA: "
               with no advancing.
          accept resposta.
          if resposta equal "a" move "A" to resposta.
          if resposta equal "r" move "R" to resposta.
          evaluate resposta
              when "A"
                   perform aprova-proposta
              when "R"
                   display "MOTIVO DA REJEICAO: " with no advancing
                   accept obs-digitada
                   perform rejeita-proposta
              when other
                   display "PROPOSTA MANTIDA PENDENTE"
          end-evaluate.

      * a cobranca pode ter sido paga entre a proposta e a
      * aprovacao; nesse caso a proposta cai e o item volta ao
      * suspenso para o 60/bh.
       aprova-proposta.
          move "nao" to achou-cobranca.
          if acordo-atab(idx-aj) > 0
               perform confere-parcela
          else
               perform confere-mensalidade.
          if achou-cobranca equal "nao"
               move "COBRANCA JA FECHADA NA APROVACAO"
                   to obs-digitada
               perform rejeita-proposta
          else
               perform aplica-proposta.

       confere-mensalidade.
          move compet-atab(idx-aj) to compet-mens.
          move cod-atab(idx-aj) to cod-mens.
          read mensalidades
               invalid key
                    continue
               not invalid key
                    if situa-mens equal "P"
                         move "sim" to achou-cobranca.

       confere-parcela.
          if tem-parcelas equal "sim"
               move acordo-atab(idx-aj) to acordo-parc
               move parcela-atab(idx-aj) to num-parc
               read parcelas
                    invalid key
                         continue
                    not invalid key
                         if situa-parc equal "P"
                              move "sim" to achou-cobranca.

       aplica-proposta.
          if acordo-atab(idx-aj) > 0
               move reg-parcela to antes-diario
               move "Q" to situa-parc
               move data-execucao to data-pgto-parc
               move recibo-atab(idx-aj) to recibo-parc
               rewrite reg-parcela
               move "PARCELAS" to arq-diario
               move reg-parcela to depois-diario
          else
               move reg-mens to antes-diario
               move "Q" to situa-mens
               rewrite reg-mens
               move "MENSALIDADES" to arq-diario
               move reg-mens to depois-diario.
          move "A" to acao-diario.
          perform grava-diario.
          perform grava-paghist.
          move "A" to situa-atab(idx-aj).
          move oper-digitado to oper-aprov-tab(idx-aj).
          move data-execucao to data-aprov-tab(idx-aj).
          add 1 to cont-aprovados.
          perform acha-suspenso.
          if idx-sus-achado not = 0
               move "A" to situa-susp-tab(idx-sus-achado).
          display "APROVADO - REAPLICADO NA COBRANCA DE "
              compet-atab(idx-aj).

       grava-paghist.
          move compet-atab(idx-aj) to compet-ph.
          move cod-atab(idx-aj) to cod-ph.
          move valor-atab(idx-aj) to valor-ph.
          move data-execucao to data-ph.
          move recibo-atab(idx-aj) to recibo-ph.
          move data-susp-atab(idx-aj) to data-pgto-ph.
          move 0 to tarifa-ph.
          move "S" to origem-ph.
          move acordo-atab(idx-aj) to acordo-ph.
          move parcela-atab(idx-aj) to parcela-ph.
          move space to cobext-ph.
          if tem-cobext equal "sim"
               perform marca-cobext.
          write reg-paghist.

      * como na baixa do 36/aj: cliente encaminhado a cobranca
      * externa tem o pagamento reaplicado marcado na razao e
      * somado no recuperado da agencia.
       marca-cobext.
          move cod-atab(idx-aj) to cod-ext.
          read cobext
               invalid key
                    continue
               not invalid key
                    if situa-ext equal "E"
                         move "S" to cobext-ph
                         move reg-cobext to antes-diario
                         add valor-atab(idx-aj) to valor-recup-ext
                         rewrite reg-cobext
                         move "COBEXT" to arq-diario
                         move "A" to acao-diario
                         move reg-cobext to depois-diario
                         perform grava-diario.

       rejeita-proposta.
          move "R" to situa-atab(idx-aj).
          move oper-digitado to oper-aprov-tab(idx-aj).
          move data-execucao to data-aprov-tab(idx-aj).
          move obs-digitada to obs-tab(idx-aj).
          add 1 to cont-rejeitados.
          perform acha-suspenso.
          if idx-sus-achado not = 0
               move "P" to situa-susp-tab(idx-sus-achado).
          display "REJEITADO - ITEM VOLTA AO SUSPENSO".

      * o item do suspenso e o da mesma data, recibo e cliente que
      * esta aguardando aprovacao
       acha-suspenso.
          move 0 to idx-sus-achado.
          perform compara-suspenso varying idx-sus from 1 by 1
              until idx-sus > tot-susp or idx-sus-achado not = 0.

       compara-suspenso.
          if data-susp-tab(idx-sus) equal data-susp-atab(idx-aj)
               and recibo-susp-tab(idx-sus) equal recibo-atab(idx-aj)
               and cod-susp-tab(idx-sus) equal cod-atab(idx-aj)
               and situa-susp-tab(idx-sus) equal "V"
               move idx-sus to idx-sus-achado.

       fim.
          close mensalidades paghist.
          if tem-parcelas equal "sim"
               close parcelas.
          if tem-cobext equal "sim"
               close cobext.
          perform regrava-ajustes.
          perform regrava-suspensos.
          perform emite-relatorio.
          display " ".
          display "APROVACAO DE AJUSTES: " cont-aprovados
              " APROVADOS, " cont-rejeitados " REJEITADOS, "
              cont-pendentes " PENDENTES - VER RELAJUSTE.DAT".

       regrava-ajustes.
          open output ajustes.
          perform regrava-aj varying idx-aj from 1 by 1
              until idx-aj > tot-aj.
          close ajustes.

       regrava-aj.
          move data-prop-tab(idx-aj) to data-prop-aj.
          move tipo-tab(idx-aj) to tipo-aj.
          move data-susp-atab(idx-aj) to data-susp-aj.
          move recibo-atab(idx-aj) to recibo-aj.
          move compet-atab(idx-aj) to compet-aj.
          move cod-atab(idx-aj) to cod-aj.
          move valor-atab(idx-aj) to valor-aj.
          move acordo-atab(idx-aj) to acordo-aj.
          move parcela-atab(idx-aj) to parcela-aj.
          move oper-prop-tab(idx-aj) to oper-prop-aj.
          move situa-atab(idx-aj) to situa-aj.
          move oper-aprov-tab(idx-aj) to oper-aprov-aj.
          move data-aprov-tab(idx-aj) to data-aprov-aj.
          move obs-tab(idx-aj) to obs-aj.
          write reg-ajuste.

       regrava-suspensos.
          if tot-susp > 0
               open output suspensos
               perform regrava-susp varying idx-sus from 1 by 1
                   until idx-sus > tot-susp
               close suspensos.

       regrava-susp.
          move data-susp-tab(idx-sus) to data-susp.
          move compet-susp-tab(idx-sus) to compet-susp.
          move cod-susp-tab(idx-sus) to cod-susp.
          move valor-susp-tab(idx-sus) to valor-susp.
          move recibo-susp-tab(idx-sus) to recibo-susp.
          move motivo-susp-tab(idx-sus) to motivo-susp.
          move situa-susp-tab(idx-sus) to situa-susp.
          move acordo-susp-tab(idx-sus) to acordo-susp.
          move parcela-susp-tab(idx-sus) to parcela-susp.
          write reg-suspenso.

      * relatorio de todas as propostas em tres blocos: pendentes,
      * aprovadas e rejeitadas, cada uma com quem propos e quem
      * decidiu.
       emite-relatorio.
          open output relajuste.
          move spaces to linha-rel.
          string "AJUSTES FINANCEIROS PROPOSTOS - POSICAO EM "
              data-execucao into linha-rel.
          write linha-rel.
          move "P" to situa-bloco.
          move "===== PENDENTES" to linha-rel.
          perform bloco-situacao.
          move cont-bloco to cont-pendentes.
          move "A" to situa-bloco.
          move "===== APROVADOS" to linha-rel.
          perform bloco-situacao.
          move "R" to situa-bloco.
          move "===== REJEITADOS" to linha-rel.
          perform bloco-situacao.
          close relajuste.

       bloco-situacao.
          write linha-rel.
          move 0 to cont-bloco.
          perform linha-ajuste varying idx-aj from 1 by 1
              until idx-aj > tot-aj.
          if cont-bloco = 0
               move "  NENHUM" to linha-rel
               write linha-rel.

       linha-ajuste.
          if situa-atab(idx-aj) equal situa-bloco
               add 1 to cont-bloco
               move valor-atab(idx-aj) to valor-edit
               move spaces to linha-rel
               string "  " data-prop-tab(idx-aj) " CLIENTE "
                   cod-atab(idx-aj) " COMPET " compet-atab(idx-aj)
                   " RECIBO " recibo-atab(idx-aj) " " valor-edit
                   " PROPOS " oper-prop-tab(idx-aj) " DECIDIU "
                   oper-aprov-tab(idx-aj) " " obs-tab(idx-aj)
                   into linha-rel
               write linha-rel.

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
          move "83/CE" to prog-dia.
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
