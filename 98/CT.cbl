       identification division.
       program-id. CT.
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
       select alusitlog assign to disk
       organization is line sequential
       file status is alusitlog-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-ent
       file status is cadalu-sts.
       select histfinal assign to disk
       organization is line sequential
       file status is histfinal-sts.
       select motivos assign to disk
       organization is line sequential
       file status is motivos-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select acordos assign to disk
       organization is indexed
       access mode is sequential
       record key is num-acordo
       file status is acordos-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select relevasao assign to disk
       organization is line sequential.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.

       data division.
       file section.
       fd alusitlog
          label record is standard
          value of file-id is "alusitlog.dat".
          copy "alusitlog.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd histfinal
          label record is standard
          value of file-id is "histfinal.dat".
       01 reg-histfinal.
          02 num-hist    pic 9(5).
          02 termo-hist  pic 9(6).
          02 media-hist  pic 9(2)v99.
          02 status-hist pic x(1).

       fd motivos
          label record is standard
          value of file-id is "motivos.dat".
          copy "motivo.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

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

       fd relevasao
           label record are standard
           value of file-id is "relevasao.dat".
       01 linha-rel pic x(90).

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

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
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 valor-parm-prazo-r redefines valor-parm-achado.
           02 valor-parm-prazo pic 9(2).
           02 filler pic x(8).
       77 fim-arq pic x(3) value "nao".
       77 alusitlog-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 histfinal-sts pic x(2).
       77 motivos-sts pic x(2).
       77 respfin-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 acordos-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-compet pic 9(4) value 0.
       77 mes-compet pic 9(2) value 0.
       77 ano-charge pic 9(4) value 0.
       77 mes-charge pic 9(2) value 0.
       77 meses-atraso pic s9(4) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 prazo-tranc pic 9(2) value 24.
      * trancamento que vence ate tantos meses a frente sai na lista
       77 meses-aviso pic 9(2) value 3.
       77 data-limite pic 9(8) value 0.
       77 data-base pic 9(8) value 0.
       77 meses-somar pic 9(3) value 0.
       77 data-somada pic 9(8) value 0.
       77 total-meses pic 9(6) value 0.
       77 ano-calc pic 9(4) value 0.
       77 mes-calc pic 9(2) value 0.
       77 dia-calc pic 9(2) value 0.
       77 resto-calc pic 9(6) value 0.
       77 chave-termo pic 9(6) value 0.
       77 ano-termo pic 9(4) value 0.
       77 tt-termo pic 9(2) value 0.
       77 tot-eva pic 9(4) value 0.
       77 tot-trc pic 9(4) value 0.
       77 tot-mot pic 9(2) value 0.
       77 idx-mot-achado pic 9(2) value 0.
       77 idx-trc-achado pic 9(4) value 0.
       77 mot-busca pic 9(2) value 0.
       77 num-busca pic 9(5) value 0.
       77 cod-inad pic 9(5) value 0.
       77 idx-par pic 9(2) value 0.
       77 idx-tma pic 9(1) value 0.
       77 idx-hst pic 9(1) value 0.
       77 unid-rel pic 9(2) value 0.
       77 desc-rel pic x(20) value spaces.
       77 rotulo-hist pic x(6) value spaces.
       77 rotulo-venc pic x(8) value spaces.
       77 cont-tranc pic 9(5) value 0.
       77 cont-canc pic 9(5) value 0.
       77 cont-a-vencer pic 9(5) value 0.
       77 cont-inad pic 9(5) value 0.
       77 tranc-edit pic zzzz9.
       77 canc-edit pic zzzz9.
       77 reprov-edit pic zzzz9.
       77 inad-edit pic zzzz9.
       77 cont-edit pic zzzz9.
       01 tabela-motivos.
           02 item-mot occurs 99 times indexed by idx-mot.
               03 cod-mot-tab    pic 9(2).
               03 desc-mot-tab   pic x(30).
               03 tranc-mot-tab  pic 9(5).
               03 canc-mot-tab   pic 9(5).
               03 reprov-mot-tab pic 9(5).
               03 inad-mot-tab   pic 9(5).
      * trancamentos e cancelamentos do termo, com o ultimo status do
      * histfinal (A aprovado, C recuperacao, R reprovado; branco sem
      * historico) e o pagante em atraso ou nao
       01 tabela-evasao.
           02 item-eva occurs 2000 times indexed by idx-eva.
               03 num-eva-tab    pic 9(5).
               03 nome-eva-tab   pic x(30).
               03 turma-eva-tab  pic x(1).
               03 unid-eva-tab   pic 9(2).
               03 tipo-eva-tab   pic x(1).
               03 mot-eva-tab    pic 9(2).
               03 efeito-eva-tab pic 9(8).
               03 resp-eva-tab   pic 9(5).
               03 hist-eva-tab   pic x(1).
               03 chave-eva-tab  pic 9(6).
               03 inad-eva-tab   pic x(1).
      * alunos trancados hoje no cadastro e a data de efeito do
      * ultimo trancamento deles no alusitlog
       01 tabela-trancados.
           02 item-trc occurs 2000 times indexed by idx-trc.
               03 num-trc-tab    pic 9(5).
               03 nome-trc-tab   pic x(30).
               03 turma-trc-tab  pic x(1).
               03 unid-trc-tab   pic 9(2).
               03 efeito-trc-tab pic 9(8).
       01 tabela-turmas.
           02 item-tma occurs 4 times.
               03 tranc-tma pic 9(5).
               03 canc-tma  pic 9(5).
       01 tabela-rotulos.
           02 filler pic x(9) value "TURMA A".
           02 filler pic x(9) value "TURMA B".
           02 filler pic x(9) value "TURMA C".
           02 filler pic x(9) value "SEM TURMA".
       01 tabela-rotulos-r redefines tabela-rotulos.
           02 rotulo-tab pic x(9) occurs 4 times.
       01 tabela-unidades.
           02 item-unid occurs 99 times.
               03 tranc-unid pic 9(5).
               03 canc-unid  pic 9(5).
      * cruzamento com o ultimo status do histfinal: A, C, R e sem
       01 tabela-hist.
           02 item-hist occurs 4 times.
               03 tranc-hist pic 9(5).
               03 canc-hist  pic 9(5).
       01 tabela-rot-hist.
           02 filler pic x(14) value "APROVADO".
           02 filler pic x(14) value "RECUPERACAO".
           02 filler pic x(14) value "REPROVADO".
           02 filler pic x(14) value "SEM HISTORICO".
       01 tabela-rot-hist-r redefines tabela-rot-hist.
           02 rotulo-hist-tab pic x(14) occurs 4 times.

       procedure division.

      * evasao do termo: cada trancamento e cancelamento aplicado no
      * 47/au no termo corrente, por turma, unidade e motivo, cruzado
      * com o ultimo resultado do aluno no histfinal e com a situacao
      * do pagante (em atraso como no aging do 56/bd: mensalidade em
      * aberto de competencia anterior a corrente ou parcela de
      * acordo vencida). no fim, os trancados cujo prazo (TRANCPRAZO
      * meses desde o trancamento) vence em breve e que nao voltaram.
       PGM-1.
          perform inicio.
          perform le-log until fim-arq = "sim".
          perform carrega-historico.
          perform acha-pagantes.
          perform marca-inadimplentes.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          divide competencia by 100 giving ano-compet
              remainder mes-compet.
          move data-execucao to termo-corrente.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          move "TRANCPRAZO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-prazo to prazo-tranc.
          move zeros to tabela-turmas tabela-unidades tabela-hist.
          open input motivos.
          if motivos-sts equal "00"
               perform carrega-motivos until fim-arq = "sim".
          close motivos.
          move "nao" to fim-arq.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "EVASAO: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               move 8 to return-code
               stop run.
          move low-values to num-ent.
          start cadalu key not < num-ent
               invalid key move "sim" to fim-arq
          end-start.
          perform carrega-trancados until fim-arq = "sim".
          move "nao" to fim-arq.
          open input alusitlog.
          if alusitlog-sts not equal "00"
               display "EVASAO: ALUSITLOG.DAT AUSENTE - NENHUMA "
                   "TRANSACAO NO TERMO"
               move "sim" to fim-arq.

       carrega-motivos.
          read motivos
              at end move "sim" to fim-arq
              not at end
                  if tot-mot < 99
                       add 1 to tot-mot
                       move cod-mot to cod-mot-tab(tot-mot)
                       move desc-mot to desc-mot-tab(tot-mot)
                       move 0 to tranc-mot-tab(tot-mot)
                       move 0 to canc-mot-tab(tot-mot)
                       move 0 to reprov-mot-tab(tot-mot)
                       move 0 to inad-mot-tab(tot-mot)
                  else
                       display "MOTIVOS.DAT EXCEDEU 99 MOTIVOS".

       carrega-trancados.
          read cadalu next
              at end move "sim" to fim-arq
              not at end
                  if situa-ent equal "T"
                       perform guarda-trancado.

       guarda-trancado.
          if tot-trc < 2000
               add 1 to tot-trc
               move num-ent to num-trc-tab(tot-trc)
               move nome-ent to nome-trc-tab(tot-trc)
               move turma-ent to turma-trc-tab(tot-trc)
               move unidade-ent to unid-trc-tab(tot-trc)
               move 0 to efeito-trc-tab(tot-trc)
          else
               display "MAIS DE 2000 TRANCADOS - LISTA CORTADA".

      * o log e lido uma vez: as transacoes T e C do termo entram na
      * evasao e todo trancamento atualiza a data do trancado
       le-log.
          read alusitlog
              at end move "sim" to fim-arq
              not at end
                  if termo-log equal termo-corrente
                       and (depois-log equal "T"
                            or depois-log equal "C")
                       perform guarda-evasao
                  end-if
                  if depois-log equal "T"
                       perform data-do-trancado.

       guarda-evasao.
          if tot-eva < 2000
               add 1 to tot-eva
               move num-log to num-eva-tab(tot-eva)
               move depois-log to tipo-eva-tab(tot-eva)
               move motivo-log to mot-eva-tab(tot-eva)
               move efeito-log to efeito-eva-tab(tot-eva)
               move 0 to resp-eva-tab(tot-eva)
               move " " to hist-eva-tab(tot-eva)
               move 0 to chave-eva-tab(tot-eva)
               move "N" to inad-eva-tab(tot-eva)
               perform dados-do-aluno
          else
               display "MAIS DE 2000 TRANSACOES NO TERMO - "
                   "RELATORIO CORTADO".

       dados-do-aluno.
          move num-log to num-ent.
          read cadalu
               invalid key
                    move "(FORA DO CADASTRO)" to nome-eva-tab(tot-eva)
                    move " " to turma-eva-tab(tot-eva)
                    move 0 to unid-eva-tab(tot-eva)
               not invalid key
                    move nome-ent to nome-eva-tab(tot-eva)
                    move turma-ent to turma-eva-tab(tot-eva)
                    move unidade-ent to unid-eva-tab(tot-eva).

       data-do-trancado.
          move num-log to num-busca.
          perform busca-trancado.
          if idx-trc-achado not = 0
               and efeito-log not < efeito-trc-tab(idx-trc-achado)
               move efeito-log to efeito-trc-tab(idx-trc-achado).

      * o ultimo status e o do termo mais recente no histfinal; o
      * termo ttaaaa e comparado como aaaatt
       carrega-historico.
          close alusitlog.
          open input histfinal.
          if histfinal-sts equal "00"
               perform le-historico
                   until histfinal-sts not equal "00".
          close histfinal.

       le-historico.
          read histfinal
              at end move "99" to histfinal-sts
              not at end
                  divide termo-hist by 10000 giving tt-termo
                      remainder ano-termo
                  compute chave-termo = ano-termo * 100 + tt-termo
                  perform atualiza-historico varying idx-eva
                      from 1 by 1 until idx-eva > tot-eva.

       atualiza-historico.
          if num-eva-tab(idx-eva) equal num-hist
               and chave-termo not < chave-eva-tab(idx-eva)
               move chave-termo to chave-eva-tab(idx-eva)
               move status-hist to hist-eva-tab(idx-eva).

       acha-pagantes.
          open input respfin.
          if respfin-sts equal "00"
               perform acha-pagante varying idx-eva from 1 by 1
                   until idx-eva > tot-eva
               close respfin
          else
               display "EVASAO: RESPFIN.DAT AUSENTE - SEM CRUZAMENTO "
                   "COM A INADIMPLENCIA".

       acha-pagante.
          move num-eva-tab(idx-eva) to num-resp.
          read respfin
               invalid key move 0 to resp-eva-tab(idx-eva)
               not invalid key move cod-resp to resp-eva-tab(idx-eva).

      * em atraso como no 56/bd: fora da faixa corrente do aging
       marca-inadimplentes.
          move "nao" to fim-arq.
          open input mensalidades.
          if mensalidades-sts equal "00"
               perform le-mensalidade until fim-arq = "sim"
               close mensalidades.
          move "nao" to fim-arq.
          open input acordos.
          open input parcelas.
          if acordos-sts equal "00" and parcelas-sts equal "00"
               perform le-acordo until fim-arq = "sim"
               close acordos parcelas.

       le-mensalidade.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  if situa-mens equal "P"
                       divide compet-mens by 100 giving ano-charge
                           remainder mes-charge
                       compute meses-atraso =
                           (ano-compet - ano-charge) * 12
                           + mes-compet - mes-charge
                       if meses-atraso not < 1
                            move cod-mens to cod-inad
                            perform marca-pagante varying idx-eva
                                from 1 by 1 until idx-eva > tot-eva.

       le-acordo.
          read acordos
              at end move "sim" to fim-arq
              not at end
                  if situa-acordo equal "A" or situa-acordo equal "X"
                       perform confere-parcelas varying idx-par
                           from 1 by 1
                           until idx-par > qtd-parc-acordo.

       confere-parcelas.
          move num-acordo to acordo-parc.
          move idx-par to num-parc.
          read parcelas
               invalid key
                    continue
               not invalid key
                    if situa-parc equal "P"
                         and vencto-parc < competencia
                         move cod-acordo to cod-inad
                         perform marca-pagante varying idx-eva
                             from 1 by 1 until idx-eva > tot-eva.

       marca-pagante.
          if resp-eva-tab(idx-eva) not = 0
               and resp-eva-tab(idx-eva) equal cod-inad
               move "S" to inad-eva-tab(idx-eva).

       fim.
          close cadalu.
          open output relevasao.
          move spaces to linha-rel.
          string "EVASAO DO TERMO " termo-corrente " - EMITIDO EM "
              data-execucao into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "ALUNO NOME                           T UN TP MOTIVO"
              "                  ULT.HIST INAD EFEITO" into linha-rel.
          write linha-rel.
          perform linha-evasao varying idx-eva from 1 by 1
              until idx-eva > tot-eva.
          if tot-eva = 0
               move "NENHUM TRANCAMENTO OU CANCELAMENTO NO TERMO"
                   to linha-rel
               write linha-rel.
          perform bloco-turmas.
          perform bloco-unidades.
          perform bloco-motivos.
          perform bloco-historico.
          perform bloco-trancados.
          close relevasao.
          display "EVASAO: " cont-tranc " TRANCAMENTOS, " cont-canc
              " CANCELAMENTOS, " cont-a-vencer
              " TRANCAMENTOS A VENCER - VER RELEVASAO.DAT".

       linha-evasao.
          move mot-eva-tab(idx-eva) to mot-busca.
          perform busca-motivo.
          if idx-mot-achado = 0
               move "(SEM MOTIVO)" to desc-rel
          else
               move desc-mot-tab(idx-mot-achado) to desc-rel.
          evaluate hist-eva-tab(idx-eva)
              when "A" move "APROV" to rotulo-hist
                       move 1 to idx-hst
              when "C" move "RECUP" to rotulo-hist
                       move 2 to idx-hst
              when "R" move "REPROV" to rotulo-hist
                       move 3 to idx-hst
              when other move "-" to rotulo-hist
                       move 4 to idx-hst
          end-evaluate.
          evaluate turma-eva-tab(idx-eva)
              when "A" move 1 to idx-tma
              when "B" move 2 to idx-tma
              when "C" move 3 to idx-tma
              when other move 4 to idx-tma
          end-evaluate.
          perform soma-evasao.
          move spaces to linha-rel.
          string num-eva-tab(idx-eva) " " nome-eva-tab(idx-eva) " "
              turma-eva-tab(idx-eva) " " unid-eva-tab(idx-eva) " "
              tipo-eva-tab(idx-eva) "  " mot-eva-tab(idx-eva) " "
              desc-rel " " rotulo-hist "   " inad-eva-tab(idx-eva)
              "    " efeito-eva-tab(idx-eva) into linha-rel.
          write linha-rel.

       soma-evasao.
          if inad-eva-tab(idx-eva) equal "S"
               add 1 to cont-inad.
          if tipo-eva-tab(idx-eva) equal "T"
               add 1 to cont-tranc
               add 1 to tranc-tma(idx-tma)
               add 1 to tranc-hist(idx-hst)
               if unid-eva-tab(idx-eva) > 0
                    add 1 to tranc-unid(unid-eva-tab(idx-eva))
               end-if
               if idx-mot-achado not = 0
                    add 1 to tranc-mot-tab(idx-mot-achado)
               end-if
          else
               add 1 to cont-canc
               add 1 to canc-tma(idx-tma)
               add 1 to canc-hist(idx-hst)
               if unid-eva-tab(idx-eva) > 0
                    add 1 to canc-unid(unid-eva-tab(idx-eva))
               end-if
               if idx-mot-achado not = 0
                    add 1 to canc-mot-tab(idx-mot-achado)
               end-if.
          if idx-mot-achado not = 0
               if hist-eva-tab(idx-eva) equal "R"
                    add 1 to reprov-mot-tab(idx-mot-achado)
               end-if
               if inad-eva-tab(idx-eva) equal "S"
                    add 1 to inad-mot-tab(idx-mot-achado)
               end-if.

       bloco-turmas.
          move spaces to linha-rel.
          write linha-rel.
          move "===== POR TURMA" to linha-rel.
          write linha-rel.
          perform linha-turma varying idx-tma from 1 by 1
              until idx-tma > 4.

       linha-turma.
          move tranc-tma(idx-tma) to tranc-edit.
          move canc-tma(idx-tma) to canc-edit.
          move spaces to linha-rel.
          string "  " rotulo-tab(idx-tma) " TRANCAMENTOS " tranc-edit
              "  CANCELAMENTOS " canc-edit into linha-rel.
          write linha-rel.

       bloco-unidades.
          move spaces to linha-rel.
          write linha-rel.
          move "===== POR UNIDADE" to linha-rel.
          write linha-rel.
          perform linha-unidade varying unid-rel from 1 by 1
              until unid-rel > 99.

       linha-unidade.
          if tranc-unid(unid-rel) > 0 or canc-unid(unid-rel) > 0
               move tranc-unid(unid-rel) to tranc-edit
               move canc-unid(unid-rel) to canc-edit
               move spaces to linha-rel
               string "  UNIDADE " unid-rel " TRANCAMENTOS "
                   tranc-edit "  CANCELAMENTOS " canc-edit
                   into linha-rel
               write linha-rel.

       bloco-motivos.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "===== POR MOTIVO (REPROV = ULTIMO HISTFINAL R, "
              "INAD = PAGANTE EM ATRASO)" into linha-rel.
          write linha-rel.
          perform linha-motivo varying idx-mot from 1 by 1
              until idx-mot > tot-mot.

       linha-motivo.
          if tranc-mot-tab(idx-mot) > 0 or canc-mot-tab(idx-mot) > 0
               move tranc-mot-tab(idx-mot) to tranc-edit
               move canc-mot-tab(idx-mot) to canc-edit
               move reprov-mot-tab(idx-mot) to reprov-edit
               move inad-mot-tab(idx-mot) to inad-edit
               move spaces to linha-rel
               string "  " cod-mot-tab(idx-mot) " "
                   desc-mot-tab(idx-mot) " TRANC " tranc-edit
                   " CANC " canc-edit " REPROV " reprov-edit
                   " INAD " inad-edit into linha-rel
               write linha-rel.

       bloco-historico.
          move spaces to linha-rel.
          write linha-rel.
          move "===== POR ULTIMO RESULTADO NO HISTFINAL" to linha-rel.
          write linha-rel.
          perform linha-historico varying idx-hst from 1 by 1
              until idx-hst > 4.
          move cont-inad to inad-edit.
          move spaces to linha-rel.
          string "  PAGANTE EM ATRASO ........ " inad-edit
              into linha-rel.
          write linha-rel.

       linha-historico.
          move tranc-hist(idx-hst) to tranc-edit.
          move canc-hist(idx-hst) to canc-edit.
          move spaces to linha-rel.
          string "  " rotulo-hist-tab(idx-hst) " TRANCAMENTOS "
              tranc-edit "  CANCELAMENTOS " canc-edit into linha-rel.
          write linha-rel.

      * trancado cujo prazo vence ate meses-aviso meses a frente (ou
      * ja venceu) e continua trancado no cadastro
       bloco-trancados.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "===== TRANCAMENTOS A VENCER (PRAZO DE " prazo-tranc
              " MESES)" into linha-rel.
          write linha-rel.
          move data-completa to data-base.
          move meses-aviso to meses-somar.
          perform soma-meses.
          move data-somada to data-limite.
          perform linha-trancado varying idx-trc from 1 by 1
              until idx-trc > tot-trc.
          if cont-a-vencer = 0
               move "  NENHUM TRANCAMENTO A VENCER" to linha-rel
               write linha-rel.

       linha-trancado.
          if efeito-trc-tab(idx-trc) = 0
               move spaces to linha-rel
               string "  " num-trc-tab(idx-trc) " "
                   nome-trc-tab(idx-trc) " TURMA "
                   turma-trc-tab(idx-trc) " UNID " unid-trc-tab(idx-trc)
                   " SEM DATA DE TRANCAMENTO NO LOG" into linha-rel
               write linha-rel
          else
               move efeito-trc-tab(idx-trc) to data-base
               move prazo-tranc to meses-somar
               perform soma-meses
               if data-somada not > data-limite
                    perform imprime-trancado.

       imprime-trancado.
          add 1 to cont-a-vencer.
          if data-somada < data-completa
               move "VENCIDO" to rotulo-venc
          else
               move "VENCE" to rotulo-venc.
          move spaces to linha-rel.
          string "  " num-trc-tab(idx-trc) " " nome-trc-tab(idx-trc)
              " TURMA " turma-trc-tab(idx-trc) " UNID "
              unid-trc-tab(idx-trc) " TRANCOU " efeito-trc-tab(idx-trc)
              " " rotulo-venc " " data-somada into linha-rel.
          write linha-rel.

      * data-base (aaaammdd) mais meses-somar meses, mesmo dia
       soma-meses.
          divide data-base by 100 giving resto-calc
              remainder dia-calc.
          divide resto-calc by 100 giving ano-calc
              remainder mes-calc.
          compute total-meses = ano-calc * 12 + mes-calc - 1
              + meses-somar.
          divide total-meses by 12 giving ano-calc
              remainder mes-calc.
          add 1 to mes-calc.
          compute data-somada = ano-calc * 10000 + mes-calc * 100
              + dia-calc.

       busca-motivo.
          move 0 to idx-mot-achado.
          perform acha-motivo varying idx-mot from 1 by 1
              until idx-mot > tot-mot.

       acha-motivo.
          if idx-mot-achado = 0
               and cod-mot-tab(idx-mot) equal mot-busca
               set idx-mot-achado to idx-mot.

       busca-trancado.
          move 0 to idx-trc-achado.
          perform acha-trancado varying idx-trc from 1 by 1
              until idx-trc > tot-trc.

       acha-trancado.
          if idx-trc-achado = 0
               and num-trc-tab(idx-trc) equal num-busca
               set idx-trc-achado to idx-trc.

      * parametros centralizados: vale o registro do parametro com a
      * data de vigencia mais recente que nao passe da data da corrida;
      * na falta dele fica o valor do arquivo parm antigo.
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
