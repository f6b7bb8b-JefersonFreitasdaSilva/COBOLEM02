       identification division.
       program-id. CC.
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
       select suspensos assign to disk
       organization is line sequential
       file status is suspensos-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select respfin assign to disk
       organization is indexed
       access mode is sequential
       record key is num-resp
       file status is respfin-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select cobext assign to disk
       organization is indexed
       access mode is dynamic
       record key is cod-ext
       file status is cobext-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select encaminha assign to disk
       organization is line sequential.
       select relcobex assign to disk
       organization is line sequential.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

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

       fd suspensos
          label record is standard
          value of file-id is "suspensos.dat".
          copy "suspenso.cpy".

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

       fd encaminha
          label record is standard
          value of file-id is "encaminha.dat".
          copy "encaminha.cpy".

       fd relcobex
           label record are standard
           value of file-id is "relcobex.dat".
       01 linha-rel pic x(90).

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
           02 valor-parm-idade pic 9(2).
           02 filler pic x(8).
       01 visao-parm-valor redefines valor-parm-achado.
           02 valor-parm-minimo pic 9(8)v99.
       01 visao-parm-comis redefines valor-parm-achado.
           02 valor-parm-comis pic 9(2)v99.
           02 filler pic x(6).
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 acordos-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 suspensos-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 respfin-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 cobext-sts pic x(2).
       77 paghist-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-compet pic 9(4) value 0.
       77 mes-compet pic 9(2) value 0.
       77 ano-charge pic 9(4) value 0.
       77 mes-charge pic 9(2) value 0.
       77 meses-atraso pic s9(4) value 0.
       77 ano-ant pic 9(4) value 0.
       77 mes-ant pic 9(2) value 0.
       77 seculo-ant pic 9(2) value 0.
       77 aamm-ant pic 9(4) value 0.
       77 aamm-mov pic 9(4) value 0.
       77 idade-minima pic 9(2) value 4.
       77 valor-minimo pic 9(8)v99 value 500,00.
       77 pct-comissao pic 9(2)v99 value 0.
       77 cod-busca pic 9(5) value 0.
       77 compet-lida pic 9(6) value 0.
       77 tot-cli pic 9(4) value 0.
       77 idx-cli-achado pic 9(4) value 0.
       77 idx-par pic 9(2) value 0.
       77 achou-cobext pic x(3) value "nao".
       77 divida-total pic 9(8)v99 value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-excluidos pic 9(7) value 0.
       77 cont-ja-enviados pic 9(7) value 0.
       77 cont-recuperados pic 9(7) value 0.
       77 cont-pagtos-enc pic 9(7) value 0.
       77 total-encaminhado pic 9(11)v99 value 0.
       77 total-recebido pic s9(9)v99 value 0.
       77 valor-comissao pic s9(9)v99 value 0.
       77 rotulo-motivo pic x(30) value spaces.
       77 valor-edit pic z(7)9,99.
       77 total-edit pic -(10)9,99.
       77 cont-edit pic z(6)9.
      * divida em aberto por cliente: mensalidades P e parcelas
      * abertas de acordo quebrado; exclusao A = acordo ativo,
      * S = suspenso em analise no 60/bh.
       01 tabela-clientes.
           02 item-cli occurs 5000 times indexed by idx-cli.
               03 cod-cli-tab      pic 9(5).
               03 num-alu-tab      pic 9(5).
               03 principal-tab    pic 9(7)v99.
               03 acres-tab        pic 9(7)v99.
               03 compet-ant-tab   pic 9(6).
               03 qtd-compet-tab   pic 9(2).
               03 atraso-tab       pic 9(4).
               03 exclusao-tab     pic x(1).

       procedure division.

      * encaminhamento mensal para a cobranca externa: cliente com
      * divida mais antiga que COBRAIDADE meses e total acima de
      * COBRAVALOR vai para a agencia no encaminha.dat, a nao ser
      * que tenha acordo ativo ou suspenso em analise. depois os
      * encaminhados sem divida passam a recuperados e a comissao
      * do mes fechado sai dos pagamentos marcados pelo 36/aj.
       PGM-1.
          perform inicio.
          perform carrega-cobrancas.
          perform carrega-parcelas.
          perform marca-exclusoes.
          perform acha-enderecos.
          perform avalia-cliente varying idx-cli from 1 by 1
              until idx-cli > tot-cli.
          perform confere-recuperados.
          perform apura-comissao.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          divide competencia by 100 giving ano-compet
              remainder mes-compet.
          move ano-compet to ano-ant.
          move mes-compet to mes-ant.
          if mes-ant = 1
               subtract 1 from ano-ant
               move 12 to mes-ant
          else
               subtract 1 from mes-ant.
          divide ano-ant by 100 giving seculo-ant
              remainder aamm-ant.
          compute aamm-ant = aamm-ant * 100 + mes-ant.
          move data-completa to data-hoje-parm.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "COBRAIDADE" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim" and valor-parm-idade > 0
               move valor-parm-idade to idade-minima.
          move "COBRAVALOR" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-minimo to valor-minimo.
          move "COBRACOMIS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-comis to pct-comissao.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "COBRANCA EXTERNA: MENSALIDADES.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open i-o cobext.
          if cobext-sts not equal "00"
               open output cobext
               close cobext
               open i-o cobext.
          open input cadcli1.
          open output encaminha relcobex.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move spaces to reg-encaminha-cab.
          move "0" to tipo-enc-cab.
          move "FATEC-SP" to cedente-enc-cab.
          move data-completa to data-enc-cab.
          move idade-minima to idade-enc-cab.
          write reg-encaminha-cab.
          move valor-minimo to valor-edit.
          move spaces to linha-rel.
          string "ENCAMINHAMENTO A COBRANCA EXTERNA - " competencia
              " - ATRASO MINIMO " idade-minima " MESES, VALOR "
              "MINIMO " valor-edit into linha-rel.
          write linha-rel.

       carrega-cobrancas.
          move "nao" to fim-arq.
          perform le-cobranca until fim-arq = "sim".
          close mensalidades.

       le-cobranca.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  if situa-mens equal "P"
                       and valor-mens + acres-mens > 0
                       move cod-mens to cod-busca
                       perform acha-ou-cria
                       if idx-cli-achado not = 0
                            add valor-mens
                                to principal-tab(idx-cli-achado)
                            add acres-mens
                                to acres-tab(idx-cli-achado)
                            move compet-mens to compet-lida
                            perform conta-competencia.

      * parcelas abertas de acordo quebrado sao a divida do cliente
      * e contam o atraso pelo vencimento.
       carrega-parcelas.
          move "nao" to fim-arq.
          open input acordos.
          open input parcelas.
          if acordos-sts equal "00" and parcelas-sts equal "00"
               perform le-acordo until fim-arq = "sim"
               close acordos parcelas.

       le-acordo.
          read acordos
              at end move "sim" to fim-arq
              not at end
                  if situa-acordo equal "X"
                       move cod-acordo to cod-busca
                       perform acha-ou-cria
                       if idx-cli-achado not = 0
                            perform le-parcela varying idx-par
                                from 1 by 1
                                until idx-par > qtd-parc-acordo.

       le-parcela.
          move num-acordo to acordo-parc.
          move idx-par to num-parc.
          read parcelas
               invalid key
                    continue
               not invalid key
                    if situa-parc equal "P"
                         add valor-parc
                             to principal-tab(idx-cli-achado)
                         move vencto-parc to compet-lida
                         perform conta-competencia.

       conta-competencia.
          add 1 to qtd-compet-tab(idx-cli-achado).
          if compet-ant-tab(idx-cli-achado) = 0
               or compet-lida < compet-ant-tab(idx-cli-achado)
               move compet-lida to compet-ant-tab(idx-cli-achado).
          divide compet-lida by 100 giving ano-charge
              remainder mes-charge.
          compute meses-atraso = (ano-compet - ano-charge) * 12
              + mes-compet - mes-charge.
          if meses-atraso > atraso-tab(idx-cli-achado)
               move meses-atraso to atraso-tab(idx-cli-achado).

       acha-ou-cria.
          perform acha-cliente.
          if idx-cli-achado = 0
               if tot-cli < 5000
                    add 1 to tot-cli
                    move tot-cli to idx-cli-achado
                    move cod-busca to cod-cli-tab(tot-cli)
                    move 0 to num-alu-tab(tot-cli)
                    move 0 to principal-tab(tot-cli)
                    move 0 to acres-tab(tot-cli)
                    move 0 to compet-ant-tab(tot-cli)
                    move 0 to qtd-compet-tab(tot-cli)
                    move 0 to atraso-tab(tot-cli)
                    move space to exclusao-tab(tot-cli)
               else
                    display "COBRANCA EXTERNA: MAIS DE 5000 CLIENTES "
                        "DEVEDORES".

       acha-cliente.
          move 0 to idx-cli-achado.
          perform compara-cliente varying idx-cli from 1 by 1
              until idx-cli > tot-cli or idx-cli-achado not = 0.

       compara-cliente.
          if cod-cli-tab(idx-cli) equal cod-busca
               move idx-cli to idx-cli-achado.

      * acordo ativo e suspenso ainda pendente no 60/bh (ou com a
      * reaplicacao aguardando aprovacao no 83/ce) seguram o
      * cliente na casa: a divida esta sendo tratada.
       marca-exclusoes.
          move "nao" to fim-arq.
          open input acordos.
          if acordos-sts equal "00"
               perform le-acordo-ativo until fim-arq = "sim"
               close acordos.
          move "nao" to fim-arq.
          open input suspensos.
          if suspensos-sts equal "00"
               perform le-suspenso until fim-arq = "sim".
          close suspensos.

       le-acordo-ativo.
          read acordos
              at end move "sim" to fim-arq
              not at end
                  if situa-acordo equal "A"
                       move cod-acordo to cod-busca
                       perform acha-cliente
                       if idx-cli-achado not = 0
                            move "A" to exclusao-tab(idx-cli-achado).

       le-suspenso.
          read suspensos
              at end move "sim" to fim-arq
              not at end
                  if situa-susp equal "P" or situa-susp equal "V"
                       move cod-susp to cod-busca
                       perform acha-cliente
                       if idx-cli-achado not = 0
                            move "S" to exclusao-tab(idx-cli-achado).

      * o endereco mandado a agencia e o do primeiro aluno que o
      * cliente sustenta (respfin + cadcont), como na declaracao.
       acha-enderecos.
          move "nao" to fim-arq.
          open input respfin.
          if respfin-sts equal "00"
               perform le-vinculo until fim-arq = "sim".
          close respfin.
          open input cadcont.

       le-vinculo.
          read respfin
              at end move "sim" to fim-arq
              not at end
                  move cod-resp to cod-busca
                  perform acha-cliente
                  if idx-cli-achado not = 0
                       if num-alu-tab(idx-cli-achado) = 0
                            move num-resp to
                                num-alu-tab(idx-cli-achado).

       avalia-cliente.
          add 1 to cont-lidos.
          compute divida-total = principal-tab(idx-cli)
              + acres-tab(idx-cli).
          move spaces to rotulo-motivo.
          if atraso-tab(idx-cli) < idade-minima
               or divida-total < valor-minimo
               add 1 to cont-rejeita
          else
               perform confere-situacao
               if rotulo-motivo equal spaces
                    perform encaminha-cliente
               else
                    perform aponta-retido.

       confere-situacao.
          move cod-cli-tab(idx-cli) to cod-ext.
          move "sim" to achou-cobext.
          read cobext
               invalid key move "nao" to achou-cobext.
          evaluate true
              when exclusao-tab(idx-cli) equal "A"
                   move "ACORDO ATIVO" to rotulo-motivo
                   add 1 to cont-excluidos
              when exclusao-tab(idx-cli) equal "S"
                   move "SUSPENSO EM ANALISE" to rotulo-motivo
                   add 1 to cont-excluidos
              when achou-cobext equal "sim"
                   and situa-ext equal "E"
                   move "JA ENCAMINHADO EM" to rotulo-motivo
                   move data-envio-ext to rotulo-motivo(19:6)
                   add 1 to cont-ja-enviados
              when achou-cobext equal "sim"
                   and situa-ext equal "B"
                   move "BAIXADO COMO PERDA" to rotulo-motivo
                   add 1 to cont-ja-enviados
              when other
                   continue
          end-evaluate.

       aponta-retido.
          add 1 to cont-rejeita.
          move divida-total to valor-edit.
          move spaces to linha-rel.
          string "RETIDO: CLIENTE " cod-cli-tab(idx-cli) " DIVIDA "
              valor-edit " - " rotulo-motivo into linha-rel.
          write linha-rel.

       encaminha-cliente.
          move spaces to reg-encaminha.
          move "1" to tipo-enc.
          move cod-cli-tab(idx-cli) to cod-enc.
          move cod-cli-tab(idx-cli) to cod-ent.
          read cadcli1
               invalid key
                    move "CLIENTE SEM CADASTRO" to nome-enc
               not invalid key
                    move nome-cli to nome-enc.
          move 0 to cep-enc.
          if num-alu-tab(idx-cli) not = 0
               move num-alu-tab(idx-cli) to num-cont
               read cadcont
                    invalid key
                         continue
                    not invalid key
                         move ender1-cont to ender-enc
                         move cidade-cont to cidade-enc
                         move cep-cont to cep-enc.
          move principal-tab(idx-cli) to principal-enc.
          move acres-tab(idx-cli) to acres-enc.
          move compet-ant-tab(idx-cli) to compet-ant-enc.
          move qtd-compet-tab(idx-cli) to qtd-compet-enc.
          write reg-encaminha.
          add 1 to cont-grava.
          add divida-total to total-encaminhado.
          perform grava-cobext.
          move divida-total to valor-edit.
          move spaces to linha-rel.
          string "ENCAMINHADO: CLIENTE " cod-cli-tab(idx-cli) " "
              nome-enc " " valor-edit " DESDE "
              compet-ant-tab(idx-cli) into linha-rel.
          write linha-rel.

      * cliente recuperado antes volta a agencia com novo envio
       grava-cobext.
          move cod-cli-tab(idx-cli) to cod-ext.
          move data-execucao to data-envio-ext.
          move divida-total to valor-envio-ext.
          move "E" to situa-ext.
          move data-execucao to data-situa-ext.
          move "LOTE" to oper-situa-ext.
          move 0 to valor-recup-ext.
          if achou-cobext equal "sim"
               rewrite reg-cobext
          else
               write reg-cobext.

      * encaminhado que nao deve mais nada foi recuperado
       confere-recuperados.
          move "nao" to fim-arq.
          move low-values to cod-ext.
          start cobext key not < cod-ext
               invalid key move "sim" to fim-arq
          end-start.
          perform le-cobext until fim-arq = "sim".

       le-cobext.
          read cobext next
              at end move "sim" to fim-arq
              not at end
                  if situa-ext equal "E"
                       perform confere-divida.

       confere-divida.
          move cod-ext to cod-busca.
          perform acha-cliente.
          if idx-cli-achado = 0
               move "R" to situa-ext
               move data-execucao to data-situa-ext
               move "LOTE" to oper-situa-ext
               rewrite reg-cobext
               add 1 to cont-recuperados
               move valor-recup-ext to valor-edit
               move spaces to linha-rel
               string "RECUPERADO: CLIENTE " cod-ext " RECEBIDO "
                   valor-edit into linha-rel
               write linha-rel.

      * comissao da agencia: pagamentos baixados no mes fechado
      * (data da baixa na razao) que o 36/aj marcou como de
      * cliente encaminhado; estorno marcado abate.
       apura-comissao.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts equal "00"
               perform le-pagamento until fim-arq = "sim".
          close paghist.
          compute valor-comissao rounded =
              total-recebido * pct-comissao / 100.

       le-pagamento.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  divide data-ph by 100 giving aamm-mov
                  if aamm-mov equal aamm-ant
                       and cobext-ph equal "S"
                       add 1 to cont-pagtos-enc
                       add valor-ph to total-recebido.

       fim.
          move spaces to reg-encaminha-trl.
          move "9" to tipo-enc-trl.
          move cont-grava to qtd-enc-trl.
          move total-encaminhado to total-enc-trl.
          write reg-encaminha-trl.
          move cont-grava to cont-edit.
          move spaces to linha-rel.
          string "CLIENTES ENCAMINHADOS ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move total-encaminhado to total-edit.
          move spaces to linha-rel.
          string "TOTAL ENCAMINHADO .......... " total-edit
              into linha-rel.
          write linha-rel.
          move cont-excluidos to cont-edit.
          move spaces to linha-rel.
          string "RETIDOS POR ACORDO/SUSPENSO  " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-recuperados to cont-edit.
          move spaces to linha-rel.
          string "RECUPERADOS NESTA CORRIDA .. " cont-edit
              into linha-rel.
          write linha-rel.
          move total-recebido to total-edit.
          move spaces to linha-rel.
          string "RECEBIDO DE ENCAMINHADOS ... " total-edit
              " (" cont-pagtos-enc " PAGAMENTOS EM " aamm-ant ")"
              into linha-rel.
          write linha-rel.
          move valor-comissao to total-edit.
          move spaces to linha-rel.
          string "COMISSAO DA AGENCIA ........ " total-edit
              " (" pct-comissao "%)" into linha-rel.
          write linha-rel.
          close cobext cadcli1 cadcont encaminha relcobex.
          move "81-COBEX" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "COBRANCA EXTERNA: " cont-grava
              " CLIENTES ENCAMINHADOS - VER RELCOBEX.DAT".

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
