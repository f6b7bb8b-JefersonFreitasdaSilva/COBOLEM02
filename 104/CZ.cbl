       identification division.
       program-id. CZ.
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
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select bolsafam assign to disk
       organization is indexed
       access mode is random
       record key is num-bf
       file status is bolsafam-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select matricula assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-mat
       file status is matricula-sts.
       select presenca assign to disk
       organization is line sequential
       file status is presenca-sts.
       select histaprov assign to disk
       organization is line sequential
       file status is histaprov-sts.
       select histapr assign to disk
       organization is line sequential
       file status is histapr-sts.
       select histfinal assign to disk
       organization is line sequential
       file status is histfinal-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select alusitlog assign to disk
       organization is line sequential
       file status is alusitlog-sts.
       select transflog assign to disk
       organization is line sequential
       file status is transflog-sts.
       select lognota assign to disk
       organization is line sequential
       file status is lognota-sts.
       select logabono assign to disk
       organization is line sequential
       file status is logabono-sts.
       select corrigidos assign to disk
       organization is line sequential
       file status is corrigidos-sts.
       select msghist assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-msg
       file status is msghist-sts.
       select lgpdlog assign to disk
       organization is line sequential
       file status is lgpdlog-sts.
       select relacesso assign to disk
       organization is line sequential.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd bolsafam
          label record is standard
          value of file-id is "bolsafam.dat".
          copy "bolsafam.cpy".

       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       fd matricula
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd presenca
          label record is standard
          value of file-id is "presenca.dat".
       01 reg-presenca.
          02 data-aula pic 9(8).
          02 num-pres  pic 9(5).
          02 situa-pres pic x(1).

       fd histaprov
          label record is standard
          value of file-id is "histaprov.dat".
       01 reg-histaprov.
          02 num-hist    pic 9(5).
          02 termo-hist  pic 9(6).
          02 media-hist  pic 9(2)v99.
          02 status-hist pic x(1).

       fd histapr
          label record is standard
          value of file-id is "histapr.dat".
       01 reg-histapr.
          02 num-histb    pic 9(5).
          02 termo-histb  pic 9(6).
          02 media-histb  pic 9(2)v99.
          02 status-histb pic x(1).

       fd histfinal
          label record is standard
          value of file-id is "histfinal.dat".
       01 reg-histfinal.
          02 num-histc    pic 9(5).
          02 termo-histc  pic 9(6).
          02 media-histc  pic 9(2)v99.
          02 status-histc pic x(1).

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

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

      * log de notas do 17/q, no layout de la
       fd lognota
          label record is standard
          value of file-id is "lognota.dat".
       01 reg-lognota.
          02 data-lnt   pic 9(6).
          02 num-lnt    pic 9(5).
          02 disc-lnt   pic 9(3).
          02 campo-lnt  pic 9(1).
          02 antes-lnt  pic x(16).
          02 depois-lnt.
              03 not1-lnt pic 9(2)v99.
              03 not2-lnt pic 9(2)v99.
              03 not3-lnt pic 9(2)v99.
              03 not4-lnt pic 9(2)v99.
          02 solic-lnt  pic x(20).

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

      * correcoes de sexo feitas no console 39/am
       fd corrigidos
          label record is standard
          value of file-id is "corrigidos.dat".
       01 reg-corrigidos.
          02 data-cor        pic 9(6).
          02 num-cor         pic 9(5).
          02 sexo-antigo-cor pic x(1).
          02 sexo-novo-cor   pic x(1).
          02 oper-cor        pic x(8).

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

       fd lgpdlog
          label record is standard
          value of file-id is "lgpdlog.dat".
          copy "lgpdlog.cpy".

       fd relacesso
           label record are standard
           value of file-id is "relacesso.dat".
       01 linha-rel pic x(90).

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 cadalu-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 respfin-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 bolsafam-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 matricula-sts pic x(2).
       77 presenca-sts pic x(2).
       77 histaprov-sts pic x(2).
       77 histapr-sts pic x(2).
       77 histfinal-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 paghist-sts pic x(2).
       77 alusitlog-sts pic x(2).
       77 transflog-sts pic x(2).
       77 lognota-sts pic x(2).
       77 logabono-sts pic x(2).
       77 corrigidos-sts pic x(2).
       77 msghist-sts pic x(2).
       77 lgpdlog-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 data-execucao pic 9(6) value 0.
       77 num-pedido pic 9(5) value 0.
       77 cod-cliente pic 9(5) value 0.
       77 cont-registros pic 9(5) value 0.
       77 cont-secao pic 9(5) value 0.
       77 titulo-secao pic x(50) value spaces.
       77 cont-edit pic zzzz9.
       77 media-edit pic z9,99.
       77 not1-edit pic z9,99.
       77 not2-edit pic z9,99.
       77 not3-edit pic z9,99.
       77 not4-edit pic z9,99.
       77 valor-edit pic -zzzzz9,99.
       77 renda-edit pic zzzzz9,99.

       procedure division.

      * relatorio de acesso do titular (lgpd): tudo o que a escola
      * guarda sobre um aluno, arquivo por arquivo, para entregar
      * ao aluno ou ao responsavel que pediu. so a administracao
      * emite; cada emissao fica no lgpdlog.dat com o operador.
       PGM-1.
          perform assina.
          perform inicio.
          perform cadastro.
          perform financeiro.
          perform notas.
          perform frequencia.
          perform historicos.
          perform registros-alteracao.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          display "NUMERO DO ALUNO DO PEDIDO: " with no advancing.
          accept num-pedido.
          if num-pedido = 0
               display "NUMERO INVALIDO - NADA EMITIDO"
               stop run.
          open output relacesso.
          move spaces to linha-rel.
          string "RELATORIO DE DADOS PESSOAIS (LGPD) - ALUNO "
              num-pedido " - EMITIDO EM " data-execucao
              " POR " oper-digitado into linha-rel.
          write linha-rel.

       abre-secao.
          move 0 to cont-secao.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "== " titulo-secao into linha-rel.
          write linha-rel.

       fecha-secao.
          if cont-secao = 0
               move "   NENHUM REGISTRO" to linha-rel
               write linha-rel.
          add cont-secao to cont-registros.

      * registros lidos por chave: cadastro, contato, bolsa familia
       cadastro.
          move "CADASTRO DO ALUNO (CADALU.DAT)" to titulo-secao.
          perform abre-secao.
          open input cadalu.
          if cadalu-sts equal "00"
               move num-pedido to num-ent of reg-alu
               read cadalu
                    invalid key continue
                    not invalid key perform linhas-cadalu
               end-read.
          close cadalu.
          perform fecha-secao.
          move "CONTATO (CADCONT.DAT)" to titulo-secao.
          perform abre-secao.
          open input cadcont.
          if cadcont-sts equal "00"
               move num-pedido to num-cont
               read cadcont
                    invalid key continue
                    not invalid key perform linhas-cadcont
               end-read.
          close cadcont.
          perform fecha-secao.
          move "BOLSA FAMILIA (BOLSAFAM.DAT)" to titulo-secao.
          perform abre-secao.
          open input bolsafam.
          if bolsafam-sts equal "00"
               move num-pedido to num-bf
               read bolsafam
                    invalid key continue
                    not invalid key perform linha-bolsafam
               end-read.
          close bolsafam.
          perform fecha-secao.

       linhas-cadalu.
          add 1 to cont-secao.
          move media-ent to media-edit.
          move spaces to linha-rel.
          string "   NOME " nome-ent " SEXO " sexo-ent
              " NASCIMENTO " dd-ent "/" mm-ent "/" aa-ent
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "   TURMA " turma-ent " UNIDADE " unidade-ent
              " SITUACAO " situa-ent " FALTAS " falta-ent
              " MEDIA " media-edit into linha-rel.
          write linha-rel.

       linhas-cadcont.
          add 1 to cont-secao.
          move spaces to linha-rel.
          string "   " ender1-cont " " ender2-cont into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "   " cidade-cont " CEP " cep-cont
              " RESPONSAVEL " resp-cont into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "   FONE " fone-cont " E-MAIL " email-cont
              " ACEITA AVISOS " consente-cont into linha-rel.
          write linha-rel.

       linha-bolsafam.
          add 1 to cont-secao.
          move spaces to linha-rel.
          string "   NIS " nis-bf " ATIVO " ativo-bf
              " JUSTIFICATIVA " cod-just-bf " (" bim-just-bf "/"
              ano-just-bf ") EM " data-bf " POR " oper-bf
              into linha-rel.
          write linha-rel.

      * o cliente pagante do respfin: cadastro, cobrancas e
      * pagamentos (de todos os alunos que ele paga)
       financeiro.
          move "RESPONSAVEL FINANCEIRO (RESPFIN.DAT/CADCLI1.DAT)"
              to titulo-secao.
          perform abre-secao.
          move 0 to cod-cliente.
          open input respfin.
          if respfin-sts equal "00"
               move num-pedido to num-resp
               read respfin
                    invalid key continue
                    not invalid key move cod-resp to cod-cliente
               end-read.
          close respfin.
          if cod-cliente not = 0
               perform linha-cliente.
          perform fecha-secao.
          if cod-cliente not = 0
               perform cobrancas.

       linha-cliente.
          add 1 to cont-secao.
          move spaces to linha-rel.
          string "   CLIENTE " cod-cliente " VINCULADO EM " data-resp
              " POR " oper-resp into linha-rel.
          write linha-rel.
          open input cadcli1.
          if cadcli1-sts equal "00"
               move cod-cliente to cod-ent
               read cadcli1
                    invalid key continue
                    not invalid key perform linha-cadcli1
               end-read.
          close cadcli1.

       linha-cadcli1.
          move renda-ent to renda-edit.
          move spaces to linha-rel.
          string "   NOME " nome-cli " RENDA " renda-edit
              " UNIDADE " unidade-cli into linha-rel.
          write linha-rel.

       cobrancas.
          move "MENSALIDADES DO CLIENTE (MENSALIDADES.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               move "sim" to fim-arq.
          perform le-mensalidade until fim-arq = "sim".
          close mensalidades.
          perform fecha-secao.
          move "PAGAMENTOS DO CLIENTE (PAGHIST.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts not equal "00"
               move "sim" to fim-arq.
          perform le-paghist until fim-arq = "sim".
          close paghist.
          perform fecha-secao.

       le-mensalidade.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  if cod-mens equal cod-cliente
                       perform linha-mensalidade.

       linha-mensalidade.
          add 1 to cont-secao.
          compute valor-edit = valor-mens + acres-mens.
          move spaces to linha-rel.
          string "   COMPETENCIA " compet-mens " VALOR " valor-edit
              " SITUACAO " situa-mens into linha-rel.
          write linha-rel.

       le-paghist.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  if cod-ph equal cod-cliente
                       perform linha-paghist.

       linha-paghist.
          add 1 to cont-secao.
          move valor-ph to valor-edit.
          move spaces to linha-rel.
          string "   COMPETENCIA " compet-ph " VALOR " valor-edit
              " BAIXA " data-ph " RECIBO " recibo-ph " ORIGEM "
              origem-ph into linha-rel.
          write linha-rel.

       notas.
          move "NOTAS (CADNOTA.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input cadnota.
          if cadnota-sts not equal "00"
               move "sim" to fim-arq.
          perform le-nota until fim-arq = "sim".
          close cadnota.
          perform fecha-secao.
          move "MATRICULAS (MATRICULA.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input matricula.
          if matricula-sts not equal "00"
               move "sim" to fim-arq
          else
               move num-pedido to num-mat
               move 0 to disc-mat
               move 0 to termo-mat
               start matricula key not < chave-mat
                    invalid key move "sim" to fim-arq
               end-start.
          perform le-matricula until fim-arq = "sim".
          close matricula.
          perform fecha-secao.

       le-nota.
          read cadnota
              at end move "sim" to fim-arq
              not at end
                  if num-ent of reg-nota equal num-pedido
                       perform linha-nota.

       linha-nota.
          add 1 to cont-secao.
          move not1 to not1-edit.
          move not2 to not2-edit.
          move not3 to not3-edit.
          move not4 to not4-edit.
          move spaces to linha-rel.
          string "   TERMO " termo-nota-ent " DISC " disc-ent
              " NOTAS " not1-edit " " not2-edit " " not3-edit " "
              not4-edit into linha-rel.
          write linha-rel.

       le-matricula.
          read matricula next
              at end move "sim" to fim-arq
              not at end
                  if num-mat not equal num-pedido
                       move "sim" to fim-arq
                  else
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   TERMO " termo-mat " DISC " disc-mat
                           " UNIDADE " unidade-mat into linha-rel
                       write linha-rel.

       frequencia.
          move "PRESENCA POR DIA DE AULA (PRESENCA.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input presenca.
          if presenca-sts not equal "00"
               move "sim" to fim-arq.
          perform le-presenca until fim-arq = "sim".
          close presenca.
          perform fecha-secao.

       le-presenca.
          read presenca
              at end move "sim" to fim-arq
              not at end
                  if num-pres equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-aula " " situa-pres
                           into linha-rel
                       write linha-rel.

       historicos.
          move "HISTORICO DE APROVADOS (HISTAPROV.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input histaprov.
          if histaprov-sts not equal "00"
               move "sim" to fim-arq.
          perform le-histaprov until fim-arq = "sim".
          close histaprov.
          perform fecha-secao.
          move "HISTORICO DE FREQUENCIA (HISTAPR.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input histapr.
          if histapr-sts not equal "00"
               move "sim" to fim-arq.
          perform le-histapr until fim-arq = "sim".
          close histapr.
          perform fecha-secao.
          move "HISTORICO FINAL (HISTFINAL.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input histfinal.
          if histfinal-sts not equal "00"
               move "sim" to fim-arq.
          perform le-histfinal until fim-arq = "sim".
          close histfinal.
          perform fecha-secao.

       le-histaprov.
          read histaprov
              at end move "sim" to fim-arq
              not at end
                  if num-hist equal num-pedido
                       add 1 to cont-secao
                       move media-hist to media-edit
                       move spaces to linha-rel
                       string "   TERMO " termo-hist " MEDIA "
                           media-edit " STATUS " status-hist
                           into linha-rel
                       write linha-rel.

       le-histapr.
          read histapr
              at end move "sim" to fim-arq
              not at end
                  if num-histb equal num-pedido
                       add 1 to cont-secao
                       move media-histb to media-edit
                       move spaces to linha-rel
                       string "   TERMO " termo-histb " MEDIA "
                           media-edit " STATUS " status-histb
                           into linha-rel
                       write linha-rel.

       le-histfinal.
          read histfinal
              at end move "sim" to fim-arq
              not at end
                  if num-histc equal num-pedido
                       add 1 to cont-secao
                       move media-histc to media-edit
                       move spaces to linha-rel
                       string "   TERMO " termo-histc " MEDIA "
                           media-edit " STATUS " status-histc
                           into linha-rel
                       write linha-rel.

      * logs de alteracao que citam o aluno, os avisos mandados e
      * os pedidos lgpd anteriores
       registros-alteracao.
          move "SITUACAO (ALUSITLOG.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input alusitlog.
          if alusitlog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-alusitlog until fim-arq = "sim".
          close alusitlog.
          perform fecha-secao.
          move "TRANSFERENCIAS (TRANSFLOG.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input transflog.
          if transflog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-transflog until fim-arq = "sim".
          close transflog.
          perform fecha-secao.
          move "ALTERACOES DE NOTA (LOGNOTA.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input lognota.
          if lognota-sts not equal "00"
               move "sim" to fim-arq.
          perform le-lognota until fim-arq = "sim".
          close lognota.
          perform fecha-secao.
          move "ABONOS DE FALTA (LOGABONO.DAT)" to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input logabono.
          if logabono-sts not equal "00"
               move "sim" to fim-arq.
          perform le-logabono until fim-arq = "sim".
          close logabono.
          perform fecha-secao.
          move "CORRECOES DE CADASTRO (CORRIGIDOS.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input corrigidos.
          if corrigidos-sts not equal "00"
               move "sim" to fim-arq.
          perform le-corrigidos until fim-arq = "sim".
          close corrigidos.
          perform fecha-secao.
          move "AVISOS POR SMS E E-MAIL (MSGHIST.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input msghist.
          if msghist-sts not equal "00"
               move "sim" to fim-arq
          else
               move low-values to chave-msg
               move num-pedido to num-msg
               start msghist key not < chave-msg
                    invalid key move "sim" to fim-arq
               end-start.
          perform le-msghist until fim-arq = "sim".
          close msghist.
          perform fecha-secao.
          move "PEDIDOS E ANONIMIZACAO LGPD (LGPDLOG.DAT)"
              to titulo-secao.
          perform abre-secao.
          move "nao" to fim-arq.
          open input lgpdlog.
          if lgpdlog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-lgpdlog until fim-arq = "sim".
          close lgpdlog.
          perform fecha-secao.

       le-alusitlog.
          read alusitlog
              at end move "sim" to fim-arq
              not at end
                  if num-log equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-log " DE " antes-log
                           " PARA " depois-log " EFEITO " efeito-log
                           " TERMO " termo-log " MOTIVO " motivo-log
                           " POR " oper-log into linha-rel
                       write linha-rel.

       le-transflog.
          read transflog
              at end move "sim" to fim-arq
              not at end
                  if num-trf equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-trf " DE " unid-antes-trf
                           "/" turma-antes-trf " PARA "
                           unid-depois-trf "/" turma-depois-trf
                           " EFEITO " efeito-trf " POR " oper-trf
                           into linha-rel
                       write linha-rel.

       le-lognota.
          read lognota
              at end move "sim" to fim-arq
              not at end
                  if num-lnt equal num-pedido
                       perform linha-lognota.

       linha-lognota.
          add 1 to cont-secao.
          move not1-lnt to not1-edit.
          move not2-lnt to not2-edit.
          move not3-lnt to not3-edit.
          move not4-lnt to not4-edit.
          move spaces to linha-rel.
          string "   " data-lnt " DISC " disc-lnt " CAMPO " campo-lnt
              " NOTAS " not1-edit " " not2-edit " " not3-edit " "
              not4-edit " " solic-lnt into linha-rel.
          write linha-rel.

       le-logabono.
          read logabono
              at end move "sim" to fim-arq
              not at end
                  if num-lab equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-lab " DOC " doc-lab
                           " FALTAS " antes-lab " PARA " depois-lab
                           " POR " oper-lab into linha-rel
                       write linha-rel.

       le-corrigidos.
          read corrigidos
              at end move "sim" to fim-arq
              not at end
                  if num-cor equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-cor " SEXO " sexo-antigo-cor
                           " PARA " sexo-novo-cor " POR " oper-cor
                           into linha-rel
                       write linha-rel.

       le-msghist.
          read msghist next
              at end move "sim" to fim-arq
              not at end
                  if num-msg not equal num-pedido
                       move "sim" to fim-arq
                  else
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " tipo-msg " " ref-msg " "
                           canal-msg " " destino-msg " " status-msg
                           " " data-envio-msg into linha-rel
                       write linha-rel.

       le-lgpdlog.
          read lgpdlog
              at end move "sim" to fim-arq
              not at end
                  if num-lgpd equal num-pedido
                       add 1 to cont-secao
                       move spaces to linha-rel
                       string "   " data-lgpd " TIPO " tipo-lgpd
                           " POR " oper-lgpd " REGISTROS " qtd-lgpd
                           into linha-rel
                       write linha-rel.

       fim.
          move cont-registros to cont-edit.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "TOTAL DE REGISTROS ENCONTRADOS .. " cont-edit
              into linha-rel.
          write linha-rel.
          close relacesso.
          open extend lgpdlog.
          if lgpdlog-sts not equal "00"
               open output lgpdlog.
          move data-execucao to data-lgpd.
          move num-pedido to num-lgpd.
          move "A" to tipo-lgpd.
          move oper-digitado to oper-lgpd.
          move cont-registros to qtd-lgpd.
          write reg-lgpdlog.
          close lgpdlog.
          display "RELATORIO DO ALUNO " num-pedido ": " cont-registros
              " REGISTROS - VER RELACESSO.DAT".

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
