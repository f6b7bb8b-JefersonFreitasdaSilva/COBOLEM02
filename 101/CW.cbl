       identification division.
       program-id. CW.
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
       select riscoaviso assign to disk
       organization is line sequential
       file status is riscoaviso-sts.
       select recup assign to disk
       organization is line sequential
       file status is recup-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select respfin assign to disk
       organization is indexed
       access mode is sequential
       record key is num-resp
       file status is respfin-sts.
       select avisoesp assign to disk
       organization is line sequential
       file status is avisoesp-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select msghist assign to disk
       organization is indexed
       access mode is random
       record key is chave-msg
       file status is msghist-sts.
       select caixasaida assign to disk
       organization is line sequential.
       select relavisos assign to disk
       organization is line sequential.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd riscoaviso
          label record is standard
          value of file-id is "riscoaviso.dat".
          copy "riscoaviso.cpy".

      * encaminhados para recuperacao pelo programa 6
       fd recup
          label record is standard
          value of file-id is "recuperacao.dat".
       01 reg-recup.
          02 num-rc   pic 9(5).
          02 nome-rc  pic x(30).
          02 media-rc pic 9(2)v99.

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd avisoesp
          label record is standard
          value of file-id is "avisoesp.dat".
          copy "avisoesp.cpy".

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

       fd caixasaida
          label record is standard
          value of file-id is "caixasaida.dat".
          copy "caixasaida.cpy".

       fd relavisos
           label record are standard
           value of file-id is "relavisos.dat".
       01 linha-rel pic x(80).

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

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
           02 valor-parm-dias pic 9(3).
           02 filler pic x(7).
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       77 fim-arq pic x(3) value "nao".
       77 riscoaviso-sts pic x(2).
       77 recup-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 respfin-sts pic x(2).
       77 avisoesp-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 msghist-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 ano-compet pic 9(4) value 0.
       77 mes-compet pic 9(2) value 0.
       77 ano-charge pic 9(4) value 0.
       77 mes-charge pic 9(2) value 0.
       77 meses-atraso pic s9(4) value 0.
       77 dias-atraso pic 9(5) value 0.
       77 dias-aviso pic 9(3) value 30.
       77 termo-corrente pic 9(6) value 0.
       77 tot-resp pic 9(5) value 0.
       77 idx-resp-achado pic 9(5) value 0.
      * aviso montado pelas quatro fontes antes de ir para a caixa
       77 num-env pic 9(5) value 0.
       77 tipo-env pic x(1) value " ".
       77 ref-env pic x(10) value spaces.
       77 nome-env pic x(30) value spaces.
       77 texto-env pic x(120) value spaces.
       77 canal-env pic x(1) value " ".
       77 destino-env pic x(50) value spaces.
       77 idx-tipo pic 9(1) value 0.
       77 motivo-txt pic x(22) value spaces.
       77 media-edit pic z9,99.
       77 valor-devido pic 9(7)v99 value 0.
       77 valor-edit pic z.zzz.zz9,99.
       77 dias-edit pic zzzz9.
       77 cont-lidos pic 9(7) value 0.
       77 cont-saida pic 9(6) value 0.
       77 cont-recusa pic 9(6) value 0.
       77 cont-edit pic zzzz9.
       01 tabela-rotulos.
           02 filler pic x(12) value "RISCO".
           02 filler pic x(12) value "RECUPERACAO".
           02 filler pic x(12) value "MENSALIDADE".
           02 filler pic x(12) value "VAGA".
       01 tabela-rotulos-r redefines tabela-rotulos.
           02 rotulo-tab pic x(12) occurs 4 times.
      * por tipo: novos, reenvios de falha, ja mandados, sem aceite
      * e sem fone nem e-mail
       01 tabela-totais.
           02 item-tot occurs 4 times.
               03 novo-tot    pic 9(5).
               03 reenvio-tot pic 9(5).
               03 repete-tot  pic 9(5).
               03 aceite-tot  pic 9(5).
               03 contato-tot pic 9(5).
       01 tabela-resp.
           02 item-resp occurs 5000 times indexed by idx-resp.
               03 num-resp-tab pic 9(5).
               03 cod-resp-tab pic 9(5).

       procedure division.

      * caixa de saida noturna de avisos por sms e e-mail: junta a
      * lista de risco do 51/ay, os encaminhados para recuperacao do
      * programa 6, as mensalidades em aberto ha mais de NOTIFDIAS
      * dias e as vagas dadas pela lista de espera (88/cj). so vai
      * aviso para quem aceitou (consente-cont S) e tem fone ou
      * e-mail; o msghist.dat impede repetir o mesmo aviso e manda de
      * novo o que o gateway devolveu como falha, ate 3 tentativas.
       PGM-1.
          perform inicio.
          perform principal.
          perform fim.
          stop run.

       inicio.
          move zeros to tabela-totais.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          divide competencia by 100 giving ano-compet
              remainder mes-compet.
          accept data-hoje-parm from date yyyymmdd.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
          move "NOTIFDIAS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-dias to dias-aviso.
          open input cadcont.
          if cadcont-sts not equal "00"
               display "AVISOS: CADCONT.DAT NAO ABRE - STATUS "
                   cadcont-sts
               move 8 to return-code
               stop run.
          open i-o msghist.
          if msghist-sts not equal "00"
               open output msghist
               close msghist
               open i-o msghist.
          open input respfin.
          if respfin-sts equal "00"
               perform carrega-respfin until fim-arq = "sim"
          else
               display "AVISOS: RESPFIN.DAT AUSENTE - MENSALIDADES "
                   "SEM ALUNO PARA AVISAR".
          close respfin.
          move 0 to num-env.
          open output caixasaida relavisos.
          move spaces to linha-rel.
          string "CAIXA DE SAIDA DE AVISOS - " data-execucao
              " - TERMO " termo-corrente " - ATRASO MINIMO "
              dias-aviso " DIAS" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move "AVISOS NAO ENVIADOS (SEM CONTATO OU SEM ACEITE)"
              to linha-rel.
          write linha-rel.

       carrega-respfin.
          read respfin
              at end move "sim" to fim-arq
              not at end
                  if tot-resp < 5000
                       add 1 to tot-resp
                       move num-resp to num-resp-tab(tot-resp)
                       move cod-resp to cod-resp-tab(tot-resp)
                  else
                       display "RESPFIN.DAT EXCEDEU 5000 VINCULOS".

      * cada fonte e opcional: arquivo ausente so nao gera aviso
       principal.
          move "nao" to fim-arq.
          open input riscoaviso.
          if riscoaviso-sts not equal "00"
               move "sim" to fim-arq.
          perform varre-risco until fim-arq = "sim".
          close riscoaviso.
          move "nao" to fim-arq.
          open input recup.
          if recup-sts not equal "00"
               move "sim" to fim-arq.
          perform varre-recup until fim-arq = "sim".
          close recup.
          move "nao" to fim-arq.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               move "sim" to fim-arq.
          perform varre-mens until fim-arq = "sim".
          close mensalidades.
          move "nao" to fim-arq.
          open input avisoesp.
          if avisoesp-sts not equal "00"
               move "sim" to fim-arq.
          perform varre-vagas until fim-arq = "sim".
          close avisoesp.

      * a lista do 51/ay vale para o termo em que foi tirada; o
      * termo entra na referencia, um aviso por aluno e termo.
       varre-risco.
          read riscoaviso
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  perform monta-risco.

       monta-risco.
          evaluate motivo-risco
              when "A" move "NOTA E FREQUENCIA" to motivo-txt
              when "N" move "NOTA ABAIXO DO CORTE" to motivo-txt
              when other move "FREQUENCIA" to motivo-txt
          end-evaluate.
          move 1 to idx-tipo.
          move num-risco to num-env.
          move "R" to tipo-env.
          move termo-risco to ref-env.
          move nome-risco to nome-env.
          move spaces to texto-env.
          string "AVISO DA ESCOLA: " nome-risco delimited by "  "
              " ESTA EM RISCO NO TERMO " termo-risco " POR "
              motivo-txt delimited by "  "
              ". PROCURE O TUTOR DA TURMA." delimited by size
              into texto-env.
          perform prepara-aviso.

       varre-recup.
          read recup
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  perform monta-recup.

       monta-recup.
          move media-rc to media-edit.
          move 2 to idx-tipo.
          move num-rc to num-env.
          move "C" to tipo-env.
          move termo-corrente to ref-env.
          move nome-rc to nome-env.
          move spaces to texto-env.
          string "AVISO DA ESCOLA: " nome-rc delimited by "  "
              " FOI ENCAMINHADO PARA RECUPERACAO COM MEDIA "
              media-edit ". PROCURE A SECRETARIA." delimited by size
              into texto-env.
          perform prepara-aviso.

      * atraso contado como no aging do 56/bd: meses sobre a
      * competencia corrente, 1 mes = 30 dias. o aviso vai para o
      * contato do primeiro aluno vinculado ao cliente no respfin.
       varre-mens.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  if situa-mens equal "P"
                       perform confere-atraso.

       confere-atraso.
          divide compet-mens by 100 giving ano-charge
              remainder mes-charge.
          compute meses-atraso = (ano-compet - ano-charge) * 12
              + mes-compet - mes-charge.
          if meses-atraso > 0
               compute dias-atraso = meses-atraso * 30
               if dias-atraso not < dias-aviso
                    perform acha-aluno-cliente
                    perform monta-mens.

       acha-aluno-cliente.
          move 0 to idx-resp-achado.
          perform acha-resp varying idx-resp from 1 by 1
              until idx-resp > tot-resp or idx-resp-achado not = 0.

       acha-resp.
          if cod-resp-tab(idx-resp) equal cod-mens
               set idx-resp-achado to idx-resp.

       monta-mens.
          move 3 to idx-tipo.
          compute valor-devido = valor-mens + acres-mens.
          move valor-devido to valor-edit.
          move dias-atraso to dias-edit.
          move compet-mens to ref-env.
          move "M" to tipo-env.
          move nome-mens to nome-env.
          move spaces to texto-env.
          string "AVISO DA ESCOLA: MENSALIDADE " mes-charge "/"
              ano-charge " EM ABERTO HA " dias-edit " DIAS - R$ "
              valor-edit ". PROCURE A TESOURARIA."
              delimited by size into texto-env.
          if idx-resp-achado = 0
               add 1 to contato-tot(idx-tipo)
               move spaces to linha-rel
               string "  CLIENTE " cod-mens " " nome-mens
                   " MENSALIDADE SEM ALUNO NO RESPFIN"
                   into linha-rel
               write linha-rel
          else
               move num-resp-tab(idx-resp-achado) to num-env
               perform prepara-aviso.

      * o avisoesp e refeito pelo 88/cj a cada noite; a referencia
      * (disciplina + termo) segura o aviso de uma vez so.
       varre-vagas.
          read avisoesp
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  perform monta-vaga.

       monta-vaga.
          move 4 to idx-tipo.
          move num-aviso to num-env.
          move "V" to tipo-env.
          move spaces to ref-env.
          string disc-aviso termo-aviso delimited by size
              into ref-env.
          move nome-aviso to nome-env.
          move spaces to texto-env.
          string "AVISO DA ESCOLA: " nome-aviso delimited by "  "
              " CONSEGUIU VAGA EM " nomed-aviso delimited by "  "
              " NO TERMO " termo-aviso
              " PELA LISTA DE ESPERA." delimited by size
              into texto-env.
          perform prepara-aviso.

      * sms quando ha fone, senao e-mail; sem aceite ou sem nenhum
      * dos dois o aviso fica so no relatorio.
       prepara-aviso.
          move num-env to num-cont.
          read cadcont
               invalid key move "23" to cadcont-sts
               not invalid key move "00" to cadcont-sts.
          move " " to canal-env.
          move spaces to destino-env.
          if cadcont-sts equal "00"
               if fone-cont is numeric and fone-cont > 0
                    move "S" to canal-env
                    move fone-cont to destino-env
               else
                    if email-cont not equal spaces
                         move "E" to canal-env
                         move email-cont to destino-env.
          evaluate true
              when canal-env equal " "
                   add 1 to contato-tot(idx-tipo)
                   add 1 to cont-recusa
                   move spaces to linha-rel
                   string "  " num-env " " nome-env " "
                       rotulo-tab(idx-tipo) " SEM FONE NEM E-MAIL"
                       into linha-rel
                   write linha-rel
              when consente-cont not equal "S"
                   add 1 to aceite-tot(idx-tipo)
                   add 1 to cont-recusa
              when other
                   perform confere-historico
          end-evaluate.

       confere-historico.
          move num-env to num-msg.
          move tipo-env to tipo-msg.
          move ref-env to ref-msg.
          read msghist
               invalid key move "23" to msghist-sts
               not invalid key move "00" to msghist-sts.
          evaluate true
              when msghist-sts not equal "00"
                   add 1 to novo-tot(idx-tipo)
                   move 1 to tentativas-msg
                   perform preenche-historico
                   write reg-msghist
                   perform grava-saida
              when status-msg equal "F" and tentativas-msg < 3
                   add 1 to reenvio-tot(idx-tipo)
                   add 1 to tentativas-msg
                   perform preenche-historico
                   rewrite reg-msghist
                   perform grava-saida
              when other
                   add 1 to repete-tot(idx-tipo)
          end-evaluate.

       preenche-historico.
          move canal-env to canal-msg.
          move destino-env to destino-msg.
          move "P" to status-msg.
          move data-execucao to data-envio-msg.
          move 0 to data-ret-msg.
          move spaces to detalhe-msg.

       grava-saida.
          move num-env to num-saida.
          move tipo-env to tipo-saida.
          move ref-env to ref-saida.
          move canal-env to canal-saida.
          move destino-env to destino-saida.
          move nome-env to nome-saida.
          move texto-env to texto-saida.
          move data-execucao to data-saida.
          write reg-saida.
          add 1 to cont-saida.

       fim.
          close cadcont msghist caixasaida.
          move spaces to linha-rel.
          write linha-rel.
          move "TIPO         NOVOS REENV JA-IA S/ACEITE S/CONTATO"
              to linha-rel.
          write linha-rel.
          perform linha-total varying idx-tipo from 1 by 1
              until idx-tipo > 4.
          move cont-saida to cont-edit.
          move spaces to linha-rel.
          string "AVISOS NA CAIXA DE SAIDA .. " cont-edit
              into linha-rel.
          write linha-rel.
          close relavisos.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "101-AVIS" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-saida to grava-aud.
          move cont-recusa to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "AVISOS: " cont-saida " NA CAIXA DE SAIDA - VER "
              "RELAVISOS.DAT".

       linha-total.
          move spaces to linha-rel.
          string rotulo-tab(idx-tipo) " " novo-tot(idx-tipo) " "
              reenvio-tot(idx-tipo) " " repete-tot(idx-tipo) "    "
              aceite-tot(idx-tipo) "     " contato-tot(idx-tipo)
              into linha-rel.
          write linha-rel.

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
