       identification division.
       program-id. CB.
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
       select mensalidades assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-mens
       file status is mensalidades-sts.
       select acordos assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-acordo
       file status is acordos-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-parc
       file status is parcelas-sts.
       select acordseq assign to disk
       organization is line sequential
       file status is acordseq-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
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
       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

      * numero do proximo acordo
       fd acordseq
          label record is standard
          value of file-id is "acordseq.dat".
       01 reg-acordseq.
          02 prox-acordo pic 9(5).

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

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
       77 mensalidades-sts pic x(2).
       77 acordos-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 acordseq-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 resposta pic x(1) value " ".
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 cod-digitado pic 9(5) value 0.
       77 num-digitado pic 9(5) value 0.
       77 qtd-digitada pic 9(2) value 0.
       77 primeiro-vencto pic 9(6) value 0.
       77 vencto-corrente pic 9(6) value 0.
       77 ano-vencto pic 9(4) value 0.
       77 mes-vencto pic 9(2) value 0.
       77 num-novo pic 9(5) value 0.
       77 tot-venc pic 9(2) value 0.
       77 cont-escolhidas pic 9(2) value 0.
       77 total-escolhido pic 9(7)v99 value 0.
       77 valor-parcela pic 9(6)v99 value 0.
       77 resto-parcela pic 9(6)v99 value 0.
       77 idx-par pic 9(2) value 0.
       77 cont-acordos pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 valor-edit pic z(6)9,99.
       77 total-edit pic z(6)9,99.
       01 tabela-vencidas.
           02 item-venc occurs 24 times indexed by idx-venc.
               03 compet-venc-tab pic 9(6).
               03 devido-venc-tab pic 9(6)v99.
               03 marca-venc-tab  pic x(1).

       procedure division.

      * acordo de parcelamento: as competencias vencidas escolhidas
      * saem da cobranca como R (renegociada) - a mora do 57/be e
      * a remessa do 75/bw so olham P - e a divida passa para as
      * parcelas do acordo, que o caixa recebe e o 36/aj baixa.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          open i-o mensalidades.
          if mensalidades-sts not equal "00"
               display "ACORDO: MENSALIDADES.DAT NAO ABRE - STATUS "
                   mensalidades-sts
               move 8 to return-code
               stop run.
          open input cadcli1.
          open i-o acordos.
          if acordos-sts not equal "00"
               open output acordos
               close acordos
               open i-o acordos.
          open i-o parcelas.
          if parcelas-sts not equal "00"
               open output parcelas
               close parcelas
               open i-o parcelas.

       principal.
          display " ".
          display "ACORDO DE PARCELAMENTO".
          display "I=NOVO ACORDO  C=CONSULTAR  L=ACORDOS DO CLIENTE  "
               "F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "I" or opcao equal "i"
                   perform novo-acordo
              when opcao equal "C" or opcao equal "c"
                   perform consulta-acordo
              when opcao equal "L" or opcao equal "l"
                   perform lista-acordos
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE I, C, L OU F"
          end-evaluate.

       novo-acordo.
          display "CODIGO DO CLIENTE ... " with no advancing.
          accept cod-digitado.
          move cod-digitado to cod-ent.
          read cadcli1
               invalid key
                    move spaces to nome-cli
                    display "CLIENTE " cod-digitado " NAO ESTA NO "
                        "CADCLI1".
          if nome-cli not equal spaces
               display "CLIENTE ..... " nome-cli
               perform carrega-vencidas
               if tot-venc = 0
                    display "CLIENTE SEM COMPETENCIA VENCIDA EM ABERTO"
               else
                    perform escolhe-vencidas
                    if cont-escolhidas = 0
                         display "NENHUMA COMPETENCIA ESCOLHIDA - "
                             "ACORDO NAO GRAVADO"
                    else
                         perform pede-parcelas.

      * so a cobranca em aberto de competencia ja passada entra no
      * acordo; a do mes corrente ainda nao esta vencida.
       carrega-vencidas.
          move 0 to tot-venc.
          move "nao" to fim-arq.
          move low-values to chave-mens.
          start mensalidades key not < chave-mens
               invalid key move "sim" to fim-arq
          end-start.
          perform cata-vencida until fim-arq = "sim".

       cata-vencida.
          read mensalidades next
              at end move "sim" to fim-arq
              not at end
                  if cod-mens equal cod-digitado
                       and situa-mens equal "P"
                       and compet-mens < competencia
                       perform guarda-vencida.

       guarda-vencida.
          if tot-venc < 24
               add 1 to tot-venc
               move compet-mens to compet-venc-tab(tot-venc)
               compute devido-venc-tab(tot-venc) =
                   valor-mens + acres-mens
               move "N" to marca-venc-tab(tot-venc)
          else
               display "MAIS DE 24 COMPETENCIAS VENCIDAS - "
                   compet-mens " FICA PARA OUTRO ACORDO".

       escolhe-vencidas.
          move 0 to cont-escolhidas.
          move 0 to total-escolhido.
          perform escolhe-uma varying idx-venc from 1 by 1
              until idx-venc > tot-venc.

       escolhe-uma.
          move devido-venc-tab(idx-venc) to valor-edit.
          display "COMPETENCIA " compet-venc-tab(idx-venc)
              " DEVIDO " valor-edit " - INCLUI (S/N)? "
              with no advancing.
          accept resposta.
          if resposta equal "S" or resposta equal "s"
               move "S" to marca-venc-tab(idx-venc)
               add 1 to cont-escolhidas
               add devido-venc-tab(idx-venc) to total-escolhido.

      * parcelas iguais; os centavos que sobram da divisao vao na
      * primeira, para a soma das parcelas bater com o devido.
       pede-parcelas.
          move total-escolhido to total-edit.
          display "TOTAL RENEGOCIADO ... " total-edit.
          display "NUMERO DE PARCELAS (01 A 24) " with no advancing.
          accept qtd-digitada.
          display "VENCIMENTO DA PRIMEIRA (AAAAMM) " with no advancing.
          accept primeiro-vencto.
          evaluate true
              when qtd-digitada < 1 or qtd-digitada > 24
                   display "NUMERO DE PARCELAS INVALIDO - ACORDO NAO "
                       "GRAVADO"
              when primeiro-vencto < competencia
                   display "PRIMEIRA PARCELA NAO PODE VENCER ANTES DO "
                       "MES CORRENTE - ACORDO NAO GRAVADO"
              when other
                   divide total-escolhido by qtd-digitada
                       giving valor-parcela
                   compute resto-parcela = total-escolhido
                       - valor-parcela * qtd-digitada
                   move valor-parcela to valor-edit
                   display qtd-digitada " PARCELAS DE " valor-edit
                       " A PARTIR DE " primeiro-vencto
                   display "CONFIRMA O ACORDO (S/N)? "
                       with no advancing
                   accept resposta
                   if resposta equal "S" or resposta equal "s"
                        perform grava-acordo
                   else
                        display "ACORDO NAO GRAVADO"
                   end-if
          end-evaluate.

       grava-acordo.
          perform proximo-numero.
          move num-novo to num-acordo.
          move cod-digitado to cod-acordo.
          move data-execucao to data-acordo.
          move oper-digitado to oper-acordo.
          move qtd-digitada to qtd-parc-acordo.
          move total-escolhido to valor-acordo.
          move "A" to situa-acordo.
          move data-execucao to data-situa-acordo.
          move 0 to qtd-comp-acordo.
          perform poe-competencia varying idx-venc from 1 by 1
              until idx-venc > tot-venc.
          write reg-acordo
               invalid key
                    display "ACORDO " num-novo " JA EXISTE - CONFIRA "
                        "ACORDSEQ.DAT"
               not invalid key
                    move spaces to antes-diario
                    move "ACORDOS" to arq-diario
                    move "I" to acao-diario
                    move reg-acordo to depois-diario
                    perform grava-diario
                    perform grava-parcelas
                    perform renegocia-competencias
                    add 1 to cont-acordos
                    display "ACORDO " num-novo " GRAVADO".

       poe-competencia.
          if marca-venc-tab(idx-venc) equal "S"
               add 1 to qtd-comp-acordo
               move compet-venc-tab(idx-venc)
                   to compet-acordo(qtd-comp-acordo).

       proximo-numero.
          move 0 to num-novo.
          open input acordseq.
          if acordseq-sts equal "00"
               read acordseq
               move prox-acordo to num-novo.
          close acordseq.
          if num-novo = 0
               move 1 to num-novo.
          open output acordseq.
          compute prox-acordo = num-novo + 1.
          write reg-acordseq.
          close acordseq.

       grava-parcelas.
          move primeiro-vencto to vencto-corrente.
          perform grava-parcela varying idx-par from 1 by 1
              until idx-par > qtd-digitada.

       grava-parcela.
          move num-novo to acordo-parc.
          move idx-par to num-parc.
          move cod-digitado to cod-parc.
          move vencto-corrente to vencto-parc.
          move valor-parcela to valor-parc.
          if idx-par = 1
               add resto-parcela to valor-parc.
          move "P" to situa-parc.
          move 0 to data-pgto-parc.
          move 0 to recibo-parc.
          write reg-parcela
               invalid key
                    display "PARCELA " idx-par " DO ACORDO " num-novo
                        " JA EXISTE"
               not invalid key
                    move spaces to antes-diario
                    move "PARCELAS" to arq-diario
                    move "I" to acao-diario
                    move reg-parcela to depois-diario
                    perform grava-diario.
          divide vencto-corrente by 100 giving ano-vencto
              remainder mes-vencto.
          if mes-vencto = 12
               add 1 to ano-vencto
               move 1 to mes-vencto
          else
               add 1 to mes-vencto.
          compute vencto-corrente = ano-vencto * 100 + mes-vencto.

       renegocia-competencias.
          perform renegocia-uma varying idx-venc from 1 by 1
              until idx-venc > tot-venc.

       renegocia-uma.
          if marca-venc-tab(idx-venc) equal "S"
               move compet-venc-tab(idx-venc) to compet-mens
               move cod-digitado to cod-mens
               read mensalidades
                    invalid key
                         display "COMPETENCIA "
                             compet-venc-tab(idx-venc) " SUMIU"
                    not invalid key
                         move reg-mens to antes-diario
                         move "R" to situa-mens
                         rewrite reg-mens
                         move "MENSALIDADES" to arq-diario
                         move "A" to acao-diario
                         move reg-mens to depois-diario
                         perform grava-diario.

       consulta-acordo.
          display "NUMERO DO ACORDO .... " with no advancing.
          accept num-digitado.
          move num-digitado to num-acordo.
          read acordos
               invalid key
                    display "ACORDO " num-digitado " NAO EXISTE"
               not invalid key
                    perform mostra-acordo.

       mostra-acordo.
          move valor-acordo to total-edit.
          display "ACORDO " num-acordo " CLIENTE " cod-acordo
              " DE " data-acordo " POR " oper-acordo.
          display "SITUACAO " situa-acordo " EM " data-situa-acordo
              " TOTAL " total-edit " EM " qtd-parc-acordo
              " PARCELAS".
          perform mostra-parcela varying idx-par from 1 by 1
              until idx-par > qtd-parc-acordo.

       mostra-parcela.
          move num-acordo to acordo-parc.
          move idx-par to num-parc.
          read parcelas
               invalid key
                    display "  PARCELA " idx-par " AUSENTE"
               not invalid key
                    move valor-parc to valor-edit
                    display "  PARCELA " num-parc " VENCE "
                        vencto-parc " " valor-edit " " situa-parc
                        " RECIBO " recibo-parc.

       lista-acordos.
          display "CODIGO DO CLIENTE ... " with no advancing.
          accept cod-digitado.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to num-acordo.
          start acordos key not < num-acordo
               invalid key move "sim" to fim-arq
          end-start.
          perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "CLIENTE SEM ACORDO".

       lista-um.
          read acordos next
              at end move "sim" to fim-arq
              not at end
                  if cod-acordo equal cod-digitado
                       add 1 to cont-listados
                       move valor-acordo to total-edit
                       display "ACORDO " num-acordo " DE "
                           data-acordo " SITUACAO " situa-acordo
                           " TOTAL " total-edit.

       fim.
          close mensalidades acordos parcelas.
          if cadcli1-sts equal "00" or cadcli1-sts equal "23"
               close cadcli1.
          display "ACORDOS GRAVADOS NA SESSAO: " cont-acordos.

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
          move "80/CB" to prog-dia.
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
