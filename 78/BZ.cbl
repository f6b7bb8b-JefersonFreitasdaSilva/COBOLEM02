       identification division.
       program-id. BZ.
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
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select acreslog assign to disk
       organization is line sequential
       file status is acreslog-sts.
       select suspensos assign to disk
       organization is line sequential
       file status is suspensos-sts.
       select acordos assign to disk
       organization is indexed
       access mode is sequential
       record key is num-acordo
       file status is acordos-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select planocta assign to disk
       organization is indexed
       access mode is random
       record key is chave-plano
       file status is planocta-sts.
       select diario assign to disk
       organization is line sequential.
       select reldiario assign to disk
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

       fd suspensos
          label record is standard
          value of file-id is "suspensos.dat".
          copy "suspenso.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd planocta
          label record is standard
          value of file-id is "planocta.dat".
          copy "planocta.cpy".

       fd diario
          label record is standard
          value of file-id is "diario.dat".
          copy "lancto.cpy".

       fd reldiario
           label record are standard
           value of file-id is "reldiario.dat".
       01 linha-rel pic x(80).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 paghist-sts pic x(2).
       77 acreslog-sts pic x(2).
       77 suspensos-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 planocta-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-comp pic 9(4) value 0.
       77 mes-comp pic 9(2) value 0.
       77 seculo-comp pic 9(2) value 0.
       77 aamm-comp pic 9(4) value 0.
       77 aamm-mov pic 9(4) value 0.
       77 cod-busca pic 9(5) value 0.
       77 unidade-achada pic 9(2) value 0.
       77 evento-busca pic x(8) value spaces.
       77 acordos-sts pic x(2).
       77 valor-evento pic 9(10)v99 value 0.
       77 achou-conta pic x(3) value "nao".
       77 tot-acum pic 9(3) value 0.
       77 idx-acum-achado pic 9(3) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 total-debito pic 9(12)v99 value 0.
       77 total-credito pic 9(12)v99 value 0.
       77 total-sem-conta pic 9(12)v99 value 0.
       77 diferenca pic s9(12)v99 value 0.
       77 valor-edit pic z(9)9,99.
       77 total-edit pic z(11)9,99.
       77 dif-edit pic -(11)9,99.
       01 tabela-acum.
           02 item-acum occurs 300 times indexed by idx-acum.
               03 evento-acum  pic x(8).
               03 unidade-acum pic 9(2).
               03 valor-acum   pic 9(10)v99.

       procedure division.

      * diario contabil do mes: cada fato financeiro da competencia
      * fechada vira um par debito/credito por unidade, nas contas
      * que o plano do 77/by manda. o contador importa o diario.dat
      * em vez de redigitar os totais dos relatorios.
      *    FATURA    mensalidade bruta (valor-mens + desc-mens)
      *    DESCONTO  desconto de irmaos e bolsa (desc-mens)
      *    ACRESCIM  multa e juros lancados no mes (acreslog)
      *    RECEBCX   baixa de pagamento do caixa (paghist C)
      *    RECEBBCO  baixa de pagamento do banco (paghist B)
      *    TARIFA    tarifa do banco nos titulos pagos (paghist B)
      *    REAPLIC   suspenso reaplicado na cobranca (paghist S)
      *    SUSPENSO  dinheiro recebido que foi para suspensos
      *    RENEGOC   divida vencida passada para acordo (80/cb)
      *    RECEBPAR  parcela de acordo recebida no caixa (paghist C)
      *    ESTORNO   recibo estornado no caixa (paghist E, negativo)
       PGM-1.
          perform inicio.
          perform apura-faturamento.
          perform apura-recebimentos.
          perform apura-acrescimos.
          perform apura-suspensos.
          perform apura-acordos.
          perform gera-diario varying idx-acum from 1 by 1
              until idx-acum > tot-acum.
          perform fim.
          stop run.

      * a competencia fechada e o mes anterior ao da corrida: o
      * fluxo mensal roda na virada, antes de faturar o mes novo.
       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          divide competencia by 100 giving ano-comp
              remainder mes-comp.
          if mes-comp = 1
               subtract 1 from ano-comp
               move 12 to mes-comp
          else
               subtract 1 from mes-comp.
          compute competencia = ano-comp * 100 + mes-comp.
          divide ano-comp by 100 giving seculo-comp
              remainder aamm-comp.
          compute aamm-comp = aamm-comp * 100 + mes-comp.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "DIARIO: MENSALIDADES.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open input cadcli1.
          open input planocta.
          if planocta-sts not equal "00"
               display "DIARIO: PLANOCTA.DAT AUSENTE - CADASTRE O "
                   "PLANO DE CONTAS PELO 77/BY"
               move 8 to return-code
               stop run.
          open output diario reldiario.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move spaces to linha-rel.
          string "DIARIO CONTABIL - COMPETENCIA " competencia
              into linha-rel.
          write linha-rel.
          move "EVENTO   UN CONTA        D/C            VALOR"
              to linha-rel.
          write linha-rel.

       apura-faturamento.
          move "nao" to fim-arq.
          perform le-cobranca until fim-arq = "sim".
          close mensalidades.

       le-cobranca.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  if compet-mens equal competencia
                       move cod-mens to cod-busca
                       perform acha-unidade
                       move "FATURA" to evento-busca
                       compute valor-evento = valor-mens + desc-mens
                       perform acumula
                       move "DESCONTO" to evento-busca
                       move desc-mens to valor-evento
                       perform acumula.

      * acordo fechado no mes: a divida renegociada sai das
      * mensalidades a receber e passa para as parcelas a receber.
       apura-acordos.
          move "nao" to fim-arq.
          open input acordos.
          if acordos-sts equal "00"
               perform le-acordo until fim-arq = "sim".
          close acordos.

       le-acordo.
          read acordos
              at end move "sim" to fim-arq
              not at end
                  divide data-acordo by 100 giving aamm-mov
                  if aamm-mov equal aamm-comp
                       move cod-acordo to cod-busca
                       perform acha-unidade
                       move "RENEGOC" to evento-busca
                       move valor-acordo to valor-evento
                       perform acumula.

      * paghist guarda a data da baixa em aammdd; a baixa do mes e
      * o que entrou na razao dentro da competencia fechada.
       apura-recebimentos.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts equal "00"
               perform le-pagamento until fim-arq = "sim".
          close paghist.

       le-pagamento.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  divide data-ph by 100 giving aamm-mov
                  if aamm-mov equal aamm-comp
                       perform acumula-pagamento.

       acumula-pagamento.
          move cod-ph to cod-busca.
          perform acha-unidade.
          move valor-ph to valor-evento.
          evaluate true
              when origem-ph equal "B"
                   move "RECEBBCO" to evento-busca
                   perform acumula
                   if tarifa-ph is numeric
                        move "TARIFA" to evento-busca
                        move tarifa-ph to valor-evento
                        perform acumula
                   end-if
              when origem-ph equal "E"
                   move "ESTORNO" to evento-busca
                   compute valor-evento = 0 - valor-ph
                   perform acumula
              when origem-ph equal "S"
                   move "REAPLIC" to evento-busca
                   perform acumula
              when acordo-ph is numeric and acordo-ph > 0
                   move "RECEBPAR" to evento-busca
                   perform acumula
              when other
                   move "RECEBCX" to evento-busca
                   perform acumula
          end-evaluate.

       apura-acrescimos.
          move "nao" to fim-arq.
          open input acreslog.
          if acreslog-sts equal "00"
               perform le-acrescimo until fim-arq = "sim".
          close acreslog.

       le-acrescimo.
          read acreslog
              at end move "sim" to fim-arq
              not at end
                  divide data-log by 100 giving aamm-mov
                  if aamm-mov equal aamm-comp
                       move cod-log to cod-busca
                       perform acha-unidade
                       move "ACRESCIM" to evento-busca
                       compute valor-evento = multa-log + juros-log
                       perform acumula.

       apura-suspensos.
          move "nao" to fim-arq.
          open input suspensos.
          if suspensos-sts equal "00"
               perform le-suspenso until fim-arq = "sim".
          close suspensos.

       le-suspenso.
          read suspensos
              at end move "sim" to fim-arq
              not at end
                  divide data-susp by 100 giving aamm-mov
                  if aamm-mov equal aamm-comp
                       move cod-susp to cod-busca
                       perform acha-unidade
                       move "SUSPENSO" to evento-busca
                       move valor-susp to valor-evento
                       perform acumula.

      * cliente fora do cadcli1 (fundido ou excluido) cai na
      * unidade 00, a do plano padrao
       acha-unidade.
          move 0 to unidade-achada.
          if cadcli1-sts equal "00" or cadcli1-sts equal "23"
               move cod-busca to cod-ent
               read cadcli1
                    invalid key
                         continue
                    not invalid key
                         move unidade-cli to unidade-achada.

       acumula.
          if valor-evento > 0
               move 0 to idx-acum-achado
               perform acha-acum varying idx-acum from 1 by 1
                   until idx-acum > tot-acum
               if idx-acum-achado = 0
                    perform novo-acum
               end-if
               if idx-acum-achado not = 0
                    add valor-evento to valor-acum(idx-acum-achado).

       acha-acum.
          if idx-acum-achado = 0
               and evento-acum(idx-acum) equal evento-busca
               and unidade-acum(idx-acum) equal unidade-achada
               move idx-acum to idx-acum-achado.

       novo-acum.
          if tot-acum < 300
               add 1 to tot-acum
               move evento-busca to evento-acum(tot-acum)
               move unidade-achada to unidade-acum(tot-acum)
               move 0 to valor-acum(tot-acum)
               move tot-acum to idx-acum-achado
          else
               display "DIARIO: TABELA DE EVENTOS CHEIA - "
                   evento-busca " UNIDADE " unidade-achada.

      * a conta vem da linha da unidade; sem ela, da unidade 00.
      * evento sem conta nenhuma nao entra no diario e fica no
      * relatorio para o contador cadastrar e reprocessar.
       gera-diario.
          add 1 to cont-lidos.
          move "nao" to achou-conta.
          move evento-acum(idx-acum) to evento-plano.
          move unidade-acum(idx-acum) to unidade-plano.
          read planocta
               invalid key
                    continue
               not invalid key
                    move "sim" to achou-conta.
          if achou-conta equal "nao"
               move 0 to unidade-plano
               read planocta
                    invalid key
                         continue
                    not invalid key
                         move "sim" to achou-conta.
          if achou-conta equal "sim"
               perform grava-lancamentos
          else
               perform aponta-sem-conta.

       grava-lancamentos.
          add 1 to cont-grava.
          move competencia to compet-lanc.
          move unidade-acum(idx-acum) to unidade-lanc.
          move valor-acum(idx-acum) to valor-lanc.
          move evento-acum(idx-acum) to evento-lanc.
          move hist-plano to hist-lanc.
          move conta-deb-plano to conta-lanc.
          move "D" to dc-lanc.
          write reg-lancto.
          add valor-acum(idx-acum) to total-debito.
          perform linha-lancamento.
          move conta-cred-plano to conta-lanc.
          move "C" to dc-lanc.
          write reg-lancto.
          add valor-acum(idx-acum) to total-credito.
          perform linha-lancamento.

       linha-lancamento.
          move valor-lanc to valor-edit.
          move spaces to linha-rel.
          string evento-lanc " " unidade-lanc " " conta-lanc " "
              dc-lanc " " valor-edit into linha-rel.
          write linha-rel.

       aponta-sem-conta.
          add 1 to cont-rejeita.
          add valor-acum(idx-acum) to total-sem-conta.
          move valor-acum(idx-acum) to valor-edit.
          move spaces to linha-rel.
          string "SEM CONTA NO PLANO: " evento-acum(idx-acum)
              " UNIDADE " unidade-acum(idx-acum) " " valor-edit
              into linha-rel.
          write linha-rel.

       fim.
          compute diferenca = total-debito - total-credito.
          move total-debito to total-edit.
          move spaces to linha-rel.
          string "TOTAL A DEBITO ......... " total-edit
              into linha-rel.
          write linha-rel.
          move total-credito to total-edit.
          move spaces to linha-rel.
          string "TOTAL A CREDITO ........ " total-edit
              into linha-rel.
          write linha-rel.
          move diferenca to dif-edit.
          move spaces to linha-rel.
          string "DIFERENCA .............. " dif-edit
              into linha-rel.
          write linha-rel.
          if total-sem-conta > 0
               move total-sem-conta to total-edit
               move spaces to linha-rel
               string "FORA DO DIARIO (SEM CONTA) " total-edit
                   into linha-rel
               write linha-rel.
          if diferenca = 0 and cont-rejeita = 0
               move "RESULTADO: DIARIO BATIDO" to linha-rel
          else
               move "RESULTADO: DIARIO NAO BATIDO - VER ACIMA"
                   to linha-rel.
          write linha-rel.
          if cadcli1-sts equal "00" or cadcli1-sts equal "23"
               close cadcli1.
          close planocta diario reldiario.
          move "78-DIARI" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "DIARIO CONTABIL " competencia ": " cont-grava
              " EVENTOS LANCADOS, " cont-rejeita " SEM CONTA - VER "
              "RELDIARIO.DAT".
