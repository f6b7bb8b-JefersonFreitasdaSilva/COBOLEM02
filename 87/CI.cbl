       identification division.
       program-id. CI.
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
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select acreslog assign to disk
       organization is line sequential
       file status is acreslog-sts.
       select cobext assign to disk
       organization is indexed
       access mode is random
       record key is cod-ext
       file status is cobext-sts.
       select finwrk assign to disk
       organization is line sequential.
       select arqmens assign to nome-arq-mens
       organization is line sequential
       file status is arqmens-sts.
       select arqpag assign to nome-arq-pag
       organization is line sequential
       file status is arqpag-sts.
       select arqacres assign to nome-arq-acres
       organization is line sequential
       file status is arqacres-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select relfecha assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

       fd acreslog
          label record is standard
          value of file-id is "acreslog.dat".
       01 reg-acreslog.
          02 data-log   pic 9(6).
          02 compet-log pic 9(6).
          02 cod-log    pic 9(5).
          02 antes-log  pic 9(6)v9(2).
          02 depois-log pic 9(6)v9(2).
          02 multa-log  pic 9(6)v9(2).
          02 juros-log  pic 9(6)v9(2).

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

      * area de trabalho do paghist e do acreslog: o que fica no
      * arquivo vivo passa por aqui e volta por cima do original.
       fd finwrk
          label record is standard
          value of file-id is "finwrk.dat".
       01 reg-finwrk pic x(80).

      * arquivo morto por ano fechado, no padrao de nomes do
      * expurgo dos historicos (20/t); o 59/bg le pelo ano.
       fd arqmens
          label record is standard.
          copy "arqmens.cpy".

       fd arqpag
          label record is standard.
          copy "arqpag.cpy".

       fd arqacres
          label record is standard.
       01 reg-arqacres.
          02 data-aa   pic 9(6).
          02 data-log-aa   pic 9(6).
          02 compet-aa pic 9(6).
          02 cod-aa    pic 9(5).
          02 antes-aa  pic 9(6)v9(2).
          02 depois-aa pic 9(6)v9(2).
          02 multa-aa  pic 9(6)v9(2).
          02 juros-aa  pic 9(6)v9(2).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd relfecha
           label record are standard
           value of file-id is "relfecha.dat".
       01 linha-rel pic x(80).

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
           02 valor-parm-fechames pic 9(2).
           02 filler pic x(8).
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 paghist-sts pic x(2).
       77 acreslog-sts pic x(2).
       77 cobext-sts pic x(2).
       77 arqmens-sts pic x(2).
       77 arqpag-sts pic x(2).
       77 arqacres-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 tem-cobext pic x(3) value "nao".
       77 achou-abertura pic x(3) value "nao".
       77 nome-arq-mens pic x(40) value spaces.
       77 nome-arq-pag pic x(40) value spaces.
       77 nome-arq-acres pic x(40) value spaces.
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 ano-corrente pic 9(4) value 0.
       77 mes-corrente pic 9(2) value 0.
       77 mes-fechamento pic 9(2) value 3.
       77 ano-limite pic 9(4) value 0.
       77 ano-antigo pic 9(4) value 0.
       77 ano-fecha pic 9(4) value 0.
       77 ano-lido pic 9(4) value 0.
       77 ano-proximo pic 9(4) value 0.
       77 compet-fim-ano pic 9(6) value 0.
       77 compet-abertura pic 9(6) value 0.
       77 valor-devido pic 9(7)v9(2) value 0.
       77 tot-transp pic 9(5) value 0.
       77 idx-transp-achado pic 9(5) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-anos pic 9(3) value 0.
       77 cont-cobr-ano pic 9(7) value 0.
       77 cont-quit-ano pic 9(7) value 0.
       77 cont-reneg-ano pic 9(7) value 0.
       77 cont-perda-ano pic 9(7) value 0.
       77 cont-transp-ano pic 9(7) value 0.
       77 cont-pag-ano pic 9(7) value 0.
       77 cont-acres-ano pic 9(7) value 0.
       77 valor-cobr-ano pic 9(9)v9(2) value 0.
       77 valor-quit-ano pic 9(9)v9(2) value 0.
       77 valor-reneg-ano pic 9(9)v9(2) value 0.
       77 valor-perda-ano pic 9(9)v9(2) value 0.
       77 valor-transp-ano pic 9(9)v9(2) value 0.
       77 valor-pag-ano pic s9(9)v9(2) value 0.
       77 valor-acres-ano pic 9(9)v9(2) value 0.
       77 cont-edit pic z(6)9.
       77 valor-edit pic z(8)9,99.
       77 pago-edit pic -(9)9,99.
       77 transp-edit pic z(6)9,99.
      * saldo em aberto do ano fechado por cliente, que vira o
      * item de abertura (competencia aaaa00) do ano seguinte.
       01 tabela-transporte.
           02 item-transp occurs 5000 times indexed by idx-trp.
               03 cod-trp-tab   pic 9(5).
               03 nome-trp-tab  pic x(30).
               03 valor-trp-tab pic 9(7)v9(2).
               03 cont-trp-tab  pic 9(3).

       procedure division.

      * fechamento anual do financeiro: cada ano ja encerrado sai de
      * mensalidades.dat, paghist.dat e acreslog.dat para os
      * arquivos mortos do ano. cobranca quitada ou renegociada vai
      * como esta; a de cliente baixado como perda na cobranca
      * externa vai como B; o resto em aberto vai como T e o saldo
      * do cliente volta num item de abertura do ano seguinte, para
      * a divida nao sumir do arquivo vivo. o ano fecha a partir do
      * mes FECHAMES (padrao 03) do ano seguinte, dando tempo ao
      * retorno dos boletos de dezembro.
       PGM-1.
          perform inicio.
          move ano-antigo to ano-fecha.
          perform fecha-ano until ano-fecha > ano-limite.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 10000 giving ano-corrente.
          divide data-completa by 100 giving compet-fim-ano.
          divide compet-fim-ano by 100 giving ano-lido
              remainder mes-corrente.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "FECHAMES" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-fechames to mes-fechamento.
          if mes-corrente < mes-fechamento
               compute ano-limite = ano-corrente - 2
          else
               compute ano-limite = ano-corrente - 1.
          open output relfecha.
          move spaces to linha-rel.
          string "FECHAMENTO ANUAL DO FINANCEIRO - " data-completa
              " - ANOS ATE " ano-limite into linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          open input cobext.
          if cobext-sts equal "00"
               move "sim" to tem-cobext.
          move ano-corrente to ano-antigo.
          open i-o mensalidades.
          if mensalidades-sts not equal "00"
               move "MENSALIDADES.DAT AUSENTE - NADA A FECHAR"
                   to linha-rel
               write linha-rel
          else
               perform acha-ano-antigo.

      * o ano mais antigo ainda no arquivo vivo e o primeiro a
      * fechar; na primeira corrida podem sair varios anos.
       acha-ano-antigo.
          move low-values to chave-mens.
          start mensalidades key not < chave-mens
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               read mensalidades next
                   at end move "sim" to fim-arq
                   not at end
                       divide compet-mens by 100 giving ano-antigo.
          if ano-antigo > ano-limite
               move "NENHUM ANO ENCERRADO NO ARQUIVO VIVO" to linha-rel
               write linha-rel.

       fecha-ano.
          add 1 to cont-anos.
          perform zera-ano.
          move spaces to nome-arq-mens.
          string "arqmens-" delimited by size
              ano-fecha delimited by size
              ".dat" delimited by size
              into nome-arq-mens.
          move spaces to nome-arq-pag.
          string "arqpag-" delimited by size
              ano-fecha delimited by size
              ".dat" delimited by size
              into nome-arq-pag.
          move spaces to nome-arq-acres.
          string "arqacres-" delimited by size
              ano-fecha delimited by size
              ".dat" delimited by size
              into nome-arq-acres.
          compute compet-fim-ano = ano-fecha * 100 + 12.
          compute compet-abertura = (ano-fecha + 1) * 100.
          perform arquiva-mensalidades.
          perform grava-aberturas varying idx-trp from 1 by 1
              until idx-trp > tot-transp.
          perform arquiva-paghist.
          perform arquiva-acreslog.
          perform resume-ano.
          if tot-transp > 0 and ano-proximo > ano-fecha + 1
               compute ano-proximo = ano-fecha + 1.
          move ano-proximo to ano-fecha.

       zera-ano.
          move 0 to tot-transp.
          move 0 to cont-cobr-ano.
          move 0 to cont-quit-ano.
          move 0 to cont-reneg-ano.
          move 0 to cont-perda-ano.
          move 0 to cont-transp-ano.
          move 0 to cont-pag-ano.
          move 0 to cont-acres-ano.
          move 0 to valor-cobr-ano.
          move 0 to valor-quit-ano.
          move 0 to valor-reneg-ano.
          move 0 to valor-perda-ano.
          move 0 to valor-transp-ano.
          move 0 to valor-pag-ano.
          move 0 to valor-acres-ano.

      * a chave comeca pela competencia: o ano inteiro vem junto, da
      * abertura aaaa00 ate dezembro; o primeiro registro depois
      * dele diz qual o proximo ano presente no arquivo vivo.
       arquiva-mensalidades.
          open extend arqmens.
          if arqmens-sts not equal "00"
               open output arqmens.
          move "nao" to fim-arq.
          move ano-corrente to ano-proximo.
          compute compet-mens = ano-fecha * 100.
          move 0 to cod-mens.
          start mensalidades key not < chave-mens
               invalid key move "sim" to fim-arq
          end-start.
          perform le-mensalidade until fim-arq = "sim".
          close arqmens.

       le-mensalidade.
          read mensalidades next
              at end move "sim" to fim-arq
              not at end
                  if compet-mens > compet-fim-ano
                       move "sim" to fim-arq
                       divide compet-mens by 100 giving ano-proximo
                  else
                       add 1 to cont-lidos
                       perform arquiva-mensalidade.

       arquiva-mensalidade.
          add 1 to cont-cobr-ano.
          compute valor-devido = valor-mens + acres-mens.
          add valor-devido to valor-cobr-ano.
          move data-execucao to data-am.
          move compet-mens to compet-am.
          move cod-mens to cod-am.
          move nome-mens to nome-am.
          move valor-mens to valor-am.
          move saldo-ant-mens to saldo-ant-am.
          move acres-mens to acres-am.
          move desc-mens to desc-am.
          move situa-mens to situa-am.
          evaluate situa-mens
              when "P"
                   perform confere-perda
                   if situa-ext equal "B"
                        move "B" to situa-am
                        add 1 to cont-perda-ano
                        add valor-devido to valor-perda-ano
                   else
                        move "T" to situa-am
                        add 1 to cont-transp-ano
                        add valor-devido to valor-transp-ano
                        perform acumula-transporte
                   end-if
              when "R"
                   add 1 to cont-reneg-ano
                   add valor-devido to valor-reneg-ano
              when other
                   add 1 to cont-quit-ano
                   add valor-devido to valor-quit-ano
          end-evaluate.
          write reg-arqmens.
          delete mensalidades record
               invalid key
                    add 1 to cont-rejeita
                    display "FECHAMENTO: ERRO AO TIRAR " chave-mens
                        " DO ARQUIVO VIVO"
               not invalid key
                    add 1 to cont-grava.

       confere-perda.
          move space to situa-ext.
          if tem-cobext equal "sim"
               move cod-mens to cod-ext
               read cobext
                    invalid key move space to situa-ext.

       acumula-transporte.
          move 0 to idx-transp-achado.
          perform acha-transporte varying idx-trp from 1 by 1
              until idx-trp > tot-transp.
          if idx-transp-achado = 0
               if tot-transp < 5000
                    add 1 to tot-transp
                    move tot-transp to idx-transp-achado
                    move cod-mens to cod-trp-tab(tot-transp)
                    move nome-mens to nome-trp-tab(tot-transp)
                    move 0 to valor-trp-tab(tot-transp)
                    move 0 to cont-trp-tab(tot-transp)
               else
      * o arquivo vivo ja perdeu parte do ano; o item de abertura
      * dos clientes que nao couberam sairia errado. o arquivo morto
      * guarda tudo, mas o lote para para o operador conferir.
                    display "FECHAMENTO: MAIS DE 5000 CLIENTES EM "
                        "ABERTO NO ANO " ano-fecha " - LOTE "
                        "INTERROMPIDO"
                    move 8 to return-code
                    stop run.
          add valor-devido to valor-trp-tab(idx-transp-achado).
          add 1 to cont-trp-tab(idx-transp-achado).

       acha-transporte.
          if idx-transp-achado = 0
               and cod-trp-tab(idx-trp) equal cod-mens
               move idx-trp to idx-transp-achado.

      * o item de abertura e uma cobranca comum em aberto: a
      * mora, a remessa, a cobranca e o caixa o tratam como as
      * outras competencias. se ja existir (sobra de corrida
      * anterior) o saldo e somado.
       grava-aberturas.
          move compet-abertura to compet-mens.
          move cod-trp-tab(idx-trp) to cod-mens.
          move "nao" to achou-abertura.
          read mensalidades
               invalid key continue
               not invalid key move "sim" to achou-abertura.
          if achou-abertura equal "sim"
               add valor-trp-tab(idx-trp) to valor-mens
               rewrite reg-mens
          else
               move nome-trp-tab(idx-trp) to nome-mens
               move valor-trp-tab(idx-trp) to valor-mens
               move 0 to saldo-ant-mens
               move 0 to acres-mens
               move 0 to desc-mens
               move "P" to situa-mens
               write reg-mens.
          move valor-trp-tab(idx-trp) to transp-edit.
          move cont-trp-tab(idx-trp) to cont-edit.
          move spaces to linha-rel.
          string "  ABERTURA " compet-abertura " CLIENTE "
              cod-trp-tab(idx-trp) " " nome-trp-tab(idx-trp)
              transp-edit into linha-rel.
          write linha-rel.

       arquiva-paghist.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts not equal "00"
               close paghist
          else
               open output finwrk
               open extend arqpag
               if arqpag-sts not equal "00"
                    open output arqpag
               end-if
               perform separa-paghist until fim-arq = "sim"
               close paghist finwrk arqpag
               perform regrava-paghist.

      * linha de ano anterior que tenha sobrado vai junto para o
      * arquivo morto do ano que esta fechando.
       separa-paghist.
          read paghist at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               divide compet-ph by 100 giving ano-lido
               if ano-lido > ano-fecha
                    move reg-paghist to reg-finwrk
                    write reg-finwrk
               else
                    perform guarda-arqpag.

       guarda-arqpag.
          add 1 to cont-pag-ano.
          add valor-ph to valor-pag-ano.
          move data-execucao to data-ap.
          move compet-ph to compet-ap.
          move cod-ph to cod-ap.
          move valor-ph to valor-ap.
          move data-ph to data-pag-ap.
          move recibo-ph to recibo-ap.
          move data-pgto-ph to data-pgto-ap.
          move tarifa-ph to tarifa-ap.
          move origem-ph to origem-ap.
          move acordo-ph to acordo-ap.
          move parcela-ph to parcela-ap.
          move cobext-ph to cobext-ap.
          write reg-arqpag.

       regrava-paghist.
          move "nao" to fim-arq.
          open input finwrk.
          open output paghist.
          perform copia-paghist until fim-arq = "sim".
          close finwrk paghist.

       copia-paghist.
          read finwrk at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move reg-finwrk to reg-paghist
               write reg-paghist.

       arquiva-acreslog.
          move "nao" to fim-arq.
          open input acreslog.
          if acreslog-sts not equal "00"
               close acreslog
          else
               open output finwrk
               open extend arqacres
               if arqacres-sts not equal "00"
                    open output arqacres
               end-if
               perform separa-acreslog until fim-arq = "sim"
               close acreslog finwrk arqacres
               perform regrava-acreslog.

       separa-acreslog.
          read acreslog at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               divide compet-log by 100 giving ano-lido
               if ano-lido > ano-fecha
                    move reg-acreslog to reg-finwrk
                    write reg-finwrk
               else
                    add 1 to cont-acres-ano
                    add multa-log to valor-acres-ano
                    add juros-log to valor-acres-ano
                    move data-execucao to data-aa
                    move data-log to data-log-aa
                    move compet-log to compet-aa
                    move cod-log to cod-aa
                    move antes-log to antes-aa
                    move depois-log to depois-aa
                    move multa-log to multa-aa
                    move juros-log to juros-aa
                    write reg-arqacres.

       regrava-acreslog.
          move "nao" to fim-arq.
          open input finwrk.
          open output acreslog.
          perform copia-acreslog until fim-arq = "sim".
          close finwrk acreslog.

       copia-acreslog.
          read finwrk at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move reg-finwrk to reg-acreslog
               write reg-acreslog.

      * totais do ano: o cobrado (mensalidade + acrescimos) fecha
      * com quitado + renegociado + baixado + transportado.
       resume-ano.
          move spaces to linha-rel.
          string "ANO " ano-fecha " - ARQUIVOS ARQMENS, ARQPAG E "
              "ARQACRES-" ano-fecha ".DAT" into linha-rel.
          write linha-rel.
          move cont-cobr-ano to cont-edit.
          move valor-cobr-ano to valor-edit.
          move spaces to linha-rel.
          string "  COBRANCAS ARQUIVADAS ...... " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.
          move cont-quit-ano to cont-edit.
          move valor-quit-ano to valor-edit.
          move spaces to linha-rel.
          string "  QUITADAS .................. " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.
          move cont-reneg-ano to cont-edit.
          move valor-reneg-ano to valor-edit.
          move spaces to linha-rel.
          string "  RENEGOCIADAS EM ACORDO .... " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.
          move cont-perda-ano to cont-edit.
          move valor-perda-ano to valor-edit.
          move spaces to linha-rel.
          string "  BAIXADAS COMO PERDA ....... " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.
          move cont-transp-ano to cont-edit.
          move valor-transp-ano to valor-edit.
          move spaces to linha-rel.
          string "  TRANSPORTADAS P/ ABERTURA . " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.
          move tot-transp to cont-edit.
          move spaces to linha-rel.
          string "  CLIENTES COM ABERTURA ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-pag-ano to cont-edit.
          move valor-pag-ano to pago-edit.
          move spaces to linha-rel.
          string "  PAGAMENTOS ARQUIVADOS ..... " cont-edit " "
              pago-edit into linha-rel.
          write linha-rel.
          move cont-acres-ano to cont-edit.
          move valor-acres-ano to valor-edit.
          move spaces to linha-rel.
          string "  ACRESCIMOS ARQUIVADOS ..... " cont-edit " "
              valor-edit into linha-rel.
          write linha-rel.

       fim.
          if mensalidades-sts equal "00"
               close mensalidades.
          if tem-cobext equal "sim"
               close cobext.
          move cont-anos to cont-edit.
          move spaces to linha-rel.
          string "ANOS FECHADOS NESTA CORRIDA . " cont-edit
              into linha-rel.
          write linha-rel.
          close relfecha.
          move "87-FECHA" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "FECHAMENTO ANUAL: " cont-anos " ANOS FECHADOS, "
              cont-grava " COBRANCAS ARQUIVADAS - VER RELFECHA.DAT".

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
      * na falta dele fica o valor padrao do programa.
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
