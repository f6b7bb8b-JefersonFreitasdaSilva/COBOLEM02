       identification division.
       program-id. BX.
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
       select retorno assign to disk
       organization is line sequential
       file status is retorno-sts.
       select pagtos assign to disk
       organization is line sequential
       file status is pagtos-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is random
       record key is chave-mens
       file status is mensalidades-sts.
       select recibseq assign to disk
       organization is line sequential
       file status is recibseq-sts.
       select retseq assign to disk
       organization is line sequential
       file status is retseq-sts.
       select relretorno assign to disk
       organization is line sequential.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd retorno
          label record is standard
          value of file-id is "retorno.dat".
          copy "retorno.cpy".

       fd pagtos
          label record is standard
          value of file-id is "pagtos.dat".
          copy "pagto.cpy".

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

      * a mesma sequencia de recibos do caixa (58/bf): o pagamento
      * do banco ganha numero proprio e aparece no extrato igual
       fd recibseq
          label record is standard
          value of file-id is "recibseq.dat".
       01 reg-recibseq.
          02 prox-recibo pic 9(6).

      * sequencia do ultimo retorno processado
       fd retseq
          label record is standard
          value of file-id is "retseq.dat".
       01 reg-retseq.
          02 ultimo-retorno pic 9(6).

       fd relretorno
           label record are standard
           value of file-id is "relretorno.dat".
       01 linha-rel pic x(80).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 parmcent-sts pic x(2).
       77 tot-parmcent pic 9(3) value 0.
       77 data-hoje-parm pic 9(8) value 0.
       77 nome-parm-busca pic x(10) value spaces.
       77 data-parm-achada pic 9(8) value 0.
       77 achou-parm pic x(3) value "nao".
       01 tabela-parmcent.
           02 item-parmcent occurs 100 times indexed by idx-pc.
               03 nome-pc  pic x(10).
               03 data-pc  pic 9(8).
               03 valor-pc pic x(10).
       01 valor-parm-achado.
           02 valor-parm-conv pic 9(7).
           02 filler pic x(3).
       77 fim-arq pic x(3) value "nao".
       77 retorno-sts pic x(2).
       77 pagtos-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 recibseq-sts pic x(2).
       77 retseq-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 convenio pic 9(7) value 0.
       77 ultimo-lido pic 9(6) value 0.
       77 num-retorno pic 9(6) value 0.
       77 recibo-corrente pic 9(6) value 0.
       77 arquivo-ok pic x(3) value "sim".
       77 motivo-arquivo pic x(50) value spaces.
       77 tem-trailer pic x(3) value "nao".
       77 qtd-trailer pic 9(6) value 0.
       77 cont-detalhes pic 9(7) value 0.
       77 cont-tarifa-alta pic 9(7) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-confirmados pic 9(7) value 0.
       77 cont-recusados pic 9(7) value 0.
       77 cont-baixados pic 9(7) value 0.
       77 cont-outros pic 9(7) value 0.
       77 cont-desconhecidos pic 9(7) value 0.
       77 total-pago pic 9(8)v99 value 0.
       77 total-tarifa pic 9(8)v99 value 0.
       77 valor-edit pic z(6)9,99.
       77 tarifa-edit pic z(4)9,99.
       77 total-edit pic z(8)9,99.
       77 cont-edit pic z(6)9.

       procedure division.

      * retorno do banco: cada liquidacao vira uma linha de
      * pagtos.dat, com a data do pagamento e a tarifa do banco,
      * para a baixa noturna do 36/aj casar com a cobranca como
      * casa o caixa. titulo que o banco liquidou e nao temos em
      * aberto entra do mesmo jeito - a baixa manda para suspensos
      * e o dinheiro nao se perde; aqui ele so e apontado.
       PGM-1.
          perform inicio.
          perform confere-arquivo.
          if arquivo-ok equal "sim"
               perform abre-baixa
               perform principal until fim-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          move data-completa to data-hoje-parm.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "BOLETOCONV" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-conv to convenio.
          open input retseq.
          if retseq-sts equal "00"
               read retseq
               move ultimo-retorno to ultimo-lido.
          close retseq.
          open output relretorno.
          move "RETORNO BANCARIO - LIQUIDACOES E OCORRENCIAS"
               to linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.

      * primeira passada: o arquivo so e aceito inteiro - header
      * do nosso convenio, sequencia nova e trailer conferindo com
      * os detalhes. arquivo cortado na transmissao nao baixa
      * metade dos titulos.
       confere-arquivo.
          open input retorno.
          if retorno-sts not equal "00"
               move "RETORNO.DAT AUSENTE - NADA A PROCESSAR"
                   to motivo-arquivo
               move "nao" to arquivo-ok
          else
               read retorno
                   at end
                        move "RETORNO.DAT VAZIO - NADA A PROCESSAR"
                            to motivo-arquivo
                        move "nao" to arquivo-ok
               end-read.
          if arquivo-ok equal "sim"
               perform confere-header.
          if arquivo-ok equal "sim"
               perform conta-detalhe until fim-arq = "sim"
               perform confere-trailer.
          if retorno-sts equal "00" or retorno-sts equal "10"
               close retorno.
          if arquivo-ok not equal "sim"
               move motivo-arquivo to linha-rel
               write linha-rel
               display "RETORNO: " motivo-arquivo.

       confere-header.
          evaluate true
              when tipo-ret-cab not equal "0"
                   move "RETORNO SEM HEADER - ARQUIVO RECUSADO"
                       to motivo-arquivo
                   move "nao" to arquivo-ok
              when convenio = 0
                   move "BOLETOCONV NAO CADASTRADO - ARQUIVO RECUSADO"
                       to motivo-arquivo
                   move "nao" to arquivo-ok
              when convenio-ret-cab not equal convenio
                   move spaces to motivo-arquivo
                   string "CONVENIO " convenio-ret-cab
                       " NAO E O NOSSO - ARQUIVO RECUSADO"
                       into motivo-arquivo
                   move "nao" to arquivo-ok
              when seq-ret-cab not > ultimo-lido
                   move spaces to motivo-arquivo
                   string "RETORNO " seq-ret-cab
                       " JA PROCESSADO - ARQUIVO RECUSADO"
                       into motivo-arquivo
                   move "nao" to arquivo-ok
              when other
                   move seq-ret-cab to num-retorno
          end-evaluate.

       conta-detalhe.
          read retorno
              at end move "sim" to fim-arq
              not at end
                  if tipo-ret equal "1"
                       add 1 to cont-detalhes
                       perform confere-tarifa
                  else
                       if tipo-ret-trl equal "9"
                            move "sim" to tem-trailer
                            move qtd-ret-trl to qtd-trailer.

      * a tarifa de pagtos.dat e do paghist.dat vai ate 9999,99;
      * tarifa maior num boleto so pode ser erro do arquivo do banco
      * e nao pode chegar cortada a baixa.
       confere-tarifa.
          if ocorr-ret = 06 and tarifa-ret > 9999,99
               add 1 to cont-tarifa-alta.

       confere-trailer.
          move "nao" to fim-arq.
          if tem-trailer not equal "sim"
               move "RETORNO SEM TRAILER - ARQUIVO RECUSADO"
                   to motivo-arquivo
               move "nao" to arquivo-ok
          else
               if qtd-trailer not equal cont-detalhes
                    move spaces to motivo-arquivo
                    string "TRAILER COM " qtd-trailer
                        " TITULOS, ARQUIVO COM " cont-detalhes
                        " - RECUSADO" into motivo-arquivo
                    move "nao" to arquivo-ok.
          if arquivo-ok equal "sim" and cont-tarifa-alta > 0
               move spaces to motivo-arquivo
               string "TARIFA > 9999,99 EM " cont-tarifa-alta
                   " TITULOS - RECUSADO" into motivo-arquivo
               move "nao" to arquivo-ok.

       abre-baixa.
          open input retorno.
          read retorno at end move "sim" to fim-arq.
          move spaces to linha-rel.
          string "RETORNO " num-retorno " DE " data-ret-cab
              " - " cont-detalhes " TITULOS" into linha-rel.
          write linha-rel.
          open input recibseq.
          if recibseq-sts equal "00"
               read recibseq
               move prox-recibo to recibo-corrente.
          close recibseq.
          if recibo-corrente = 0
               move 1 to recibo-corrente.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "RETORNO: MENSALIDADES.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open extend pagtos.
          if pagtos-sts not equal "00"
               open output pagtos.

       principal.
          read retorno at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               if tipo-ret equal "1"
                    add 1 to cont-lidos
                    perform trata-ocorrencia.

       trata-ocorrencia.
          evaluate ocorr-ret
              when 06
                   perform confere-titulo
                   perform gera-pagto
              when 02
                   add 1 to cont-confirmados
                   add 1 to cont-rejeita
              when 03
                   add 1 to cont-recusados
                   add 1 to cont-rejeita
                   move valor-titulo-ret to valor-edit
                   move spaces to linha-rel
                   string "ENTRADA REJEITADA " compet-ret " CLIENTE "
                       cod-ret " " valor-edit " MOTIVO DO BANCO "
                       motivo-ret into linha-rel
                   write linha-rel
              when 09
                   add 1 to cont-baixados
                   add 1 to cont-rejeita
                   move spaces to linha-rel
                   string "BAIXADO PELO BANCO " compet-ret " CLIENTE "
                       cod-ret " MOTIVO " motivo-ret into linha-rel
                   write linha-rel
              when other
                   add 1 to cont-outros
                   add 1 to cont-rejeita
                   move spaces to linha-rel
                   string "OCORRENCIA " ocorr-ret " NAO TRATADA "
                       compet-ret " CLIENTE " cod-ret into linha-rel
                   write linha-rel
          end-evaluate.

      * so aponta: a decisao de baixar ou suspender e do 36/aj
       confere-titulo.
          move compet-ret to compet-mens.
          move cod-ret to cod-mens.
          move spaces to linha-rel.
          read mensalidades
               invalid key
                    string "TITULO DESCONHECIDO " compet-ret
                        " CLIENTE " cod-ret " - VAI A SUSPENSO"
                        into linha-rel
               not invalid key
                    if situa-mens not equal "P"
                         string "TITULO JA QUITADO " compet-ret
                             " CLIENTE " cod-ret " - VAI A SUSPENSO"
                             into linha-rel.
          if linha-rel not equal spaces
               add 1 to cont-desconhecidos
               write linha-rel.

       gera-pagto.
          move compet-ret to compet-pag.
          move cod-ret to cod-pag.
          move valor-pago-ret to valor-pag.
          move recibo-corrente to recibo-pag.
          move amd-ocorr-ret to data-pgto-pag.
          move tarifa-ret to tarifa-pag.
          move "B" to origem-pag.
          move 0 to acordo-pag.
          move 0 to parcela-pag.
          write reg-pagto.
          add 1 to recibo-corrente.
          add 1 to cont-grava.
          add valor-pago-ret to total-pago.
          add tarifa-ret to total-tarifa.
          move valor-pago-ret to valor-edit.
          move tarifa-ret to tarifa-edit.
          move spaces to linha-rel.
          string "LIQUIDADO " compet-ret " CLIENTE " cod-ret " PAGO "
              valor-edit " EM " data-ocorr-ret " TARIFA "
              tarifa-edit " RECIBO " recibo-pag into linha-rel.
          write linha-rel.

       fim.
          if arquivo-ok equal "sim"
               perform fecha-baixa.
          move cont-grava to cont-edit.
          move spaces to linha-rel.
          string "LIQUIDADOS PARA A BAIXA .. " cont-edit
              into linha-rel.
          write linha-rel.
          move total-pago to total-edit.
          move spaces to linha-rel.
          string "TOTAL PAGO NO BANCO ...... " total-edit
              into linha-rel.
          write linha-rel.
          move total-tarifa to total-edit.
          move spaces to linha-rel.
          string "TARIFAS DO BANCO ......... " total-edit
              into linha-rel.
          write linha-rel.
          move cont-desconhecidos to cont-edit.
          move spaces to linha-rel.
          string "LIQUIDADOS SEM COBRANCA .. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-confirmados to cont-edit.
          move spaces to linha-rel.
          string "ENTRADAS CONFIRMADAS ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-recusados to cont-edit.
          move spaces to linha-rel.
          string "ENTRADAS REJEITADAS ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-baixados to cont-edit.
          move spaces to linha-rel.
          string "BAIXADOS PELO BANCO ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-outros to cont-edit.
          move spaces to linha-rel.
          string "OUTRAS OCORRENCIAS ....... " cont-edit
              into linha-rel.
          write linha-rel.
          close relretorno.
          move "76-RETOR" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "RETORNO BANCARIO: " cont-grava " LIQUIDADOS, "
              cont-rejeita " OUTRAS OCORRENCIAS - VER RELRETORNO.DAT".

      * o retorno processado sai do arquivo, no padrao do pagtos.dat
      * na baixa: o mesmo arquivo nao pode ser lido duas vezes. a
      * sequencia guardada recusa o banco reenviando o mesmo retorno.
       fecha-baixa.
          close retorno mensalidades pagtos.
          open output recibseq.
          move recibo-corrente to prox-recibo.
          write reg-recibseq.
          close recibseq.
          open output retseq.
          move num-retorno to ultimo-retorno.
          write reg-retseq.
          close retseq.
          open output retorno.
          close retorno.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida.
       carrega-parmcent.
          read parmcent
              at end move "99" to parmcent-sts
              not at end
                  if tot-parmcent < 100
                       add 1 to tot-parmcent
                       move nome-parm to nome-pc(tot-parmcent)
                       move data-efet-parm to data-pc(tot-parmcent)
                       move valor-parm to valor-pc(tot-parmcent)
                  else
                       display "PARMCENT.DAT EXCEDEU 100 PARAMETROS".

       busca-parmcent.
          move "nao" to achou-parm.
          move 0 to data-parm-achada.
          perform acha-parmcent varying idx-pc from 1 by 1
              until idx-pc > tot-parmcent.

       acha-parmcent.
          if nome-pc(idx-pc) equal nome-parm-busca
               and data-pc(idx-pc) not > data-hoje-parm
               and data-pc(idx-pc) not < data-parm-achada
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.
