       identification division.
       program-id. BW.
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
       select remessa assign to disk
       organization is line sequential.
       select remseq assign to disk
       organization is line sequential
       file status is remseq-sts.
       select relremessa assign to disk
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

       fd remessa
          label record is standard
          value of file-id is "remessa.dat".
          copy "remessa.cpy".

      * numero da proxima remessa: o banco recusa arquivo com
      * sequencia repetida
       fd remseq
          label record is standard
          value of file-id is "remseq.dat".
       01 reg-remseq.
          02 prox-remessa pic 9(6).

       fd relremessa
           label record are standard
           value of file-id is "relremessa.dat".
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
           02 valor-parm-dia pic 9(2).
           02 filler pic x(8).
       01 visao-parm-conv redefines valor-parm-achado.
           02 valor-parm-conv pic 9(7).
           02 filler pic x(3).
       77 fim-arq pic x(3) value "nao".
       77 mensalidades-sts pic x(2).
       77 remseq-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 competencia pic 9(6) value 0.
       77 dia-vencto pic 9(2) value 10.
       77 convenio pic 9(7) value 0.
       77 num-remessa pic 9(6) value 0.
       77 devido pic 9(6)v9(2) value 0.
       77 ano-compet pic 9(4) value 0.
       77 mes-compet pic 9(2) value 0.
       77 cont-lidos    pic 9(7) value 0.
       77 cont-grava    pic 9(7) value 0.
       77 cont-rejeita  pic 9(7) value 0.
       77 cont-entradas pic 9(7) value 0.
       77 cont-alteradas pic 9(7) value 0.
       77 total-remessa pic 9(13)v99 value 0.
       77 valor-edit pic z(6)9,99.
       77 total-edit pic z(10)9,99.
       77 cont-edit pic z(6)9.

       procedure division.

      * remessa mensal de boletos: toda cobranca em aberto vai para
      * o banco. a da competencia do mes entra como titulo novo
      * (01); a vencida ja esta no banco e segue como alteracao
      * (31) com o valor atualizado pela multa e juros do 57/be.
       PGM-1.
          perform inicio.
          perform principal until fim-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving competencia.
          move data-completa to data-hoje-parm.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "BOLETOVENC" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-dia to dia-vencto.
          if dia-vencto < 1 or dia-vencto > 28
               display "REMESSA: BOLETOVENC " dia-vencto
                   " FORA DE 01 A 28 - VENCIMENTO NO DIA 10"
               move 10 to dia-vencto.
          move "BOLETOCONV" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-conv to convenio.
          if convenio = 0
               display "REMESSA: BOLETOCONV NAO CADASTRADO NO "
                   "PARMCENT - REMESSA NAO GERADA"
               move 8 to return-code
               stop run.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               display "REMESSA: MENSALIDADES.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open input remseq.
          if remseq-sts equal "00"
               read remseq
               move prox-remessa to num-remessa.
          close remseq.
          if num-remessa = 0
               move 1 to num-remessa.
          open output remessa relremessa.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move spaces to reg-remessa-cab.
          move "0" to tipo-rem-cab.
          move convenio to convenio-rem-cab.
          move "FATEC-SP" to cedente-rem-cab.
          move data-completa to data-rem-cab.
          move num-remessa to seq-rem-cab.
          write reg-remessa-cab.
          move spaces to linha-rel.
          string "REMESSA DE BOLETOS " num-remessa " CONVENIO "
              convenio " COMPETENCIA " competencia into linha-rel.
          write linha-rel.

      * o item de abertura aaaa00 do fechamento anual (87/ci) junta
      * titulos que o banco ja tem; ele e cobrado no caixa ou
      * renegociado em acordo, como as parcelas, e nao vai na remessa.
       principal.
          read mensalidades at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               add 1 to cont-lidos
               compute devido = valor-mens + acres-mens
               divide compet-mens by 100 giving ano-compet
                   remainder mes-compet
               if situa-mens equal "P" and devido > 0
                    and mes-compet not = 0
                    perform grava-titulo
               else
                    add 1 to cont-rejeita.

       grava-titulo.
          move spaces to reg-remessa.
          move "1" to tipo-rem.
          if compet-mens < competencia
               move 31 to cod-mov-rem
               add 1 to cont-alteradas
          else
               move 1 to cod-mov-rem
               add 1 to cont-entradas.
          move compet-mens to compet-rem.
          move cod-mens to cod-rem.
          compute vencto-rem = compet-mens * 100 + dia-vencto.
          move devido to valor-rem.
          move nome-mens to nome-rem.
          move data-completa to emissao-rem.
          add 1 to cont-grava.
          move cont-grava to seq-reg-rem.
          write reg-remessa.
          add devido to total-remessa.
          move devido to valor-edit.
          move spaces to linha-rel.
          string "MOV " cod-mov-rem " " compet-mens " CLIENTE "
              cod-mens " " nome-mens " " valor-edit into linha-rel.
          write linha-rel.

       fim.
          move spaces to reg-remessa-trl.
          move "9" to tipo-rem-trl.
          move cont-grava to qtd-rem-trl.
          move total-remessa to total-rem-trl.
          write reg-remessa-trl.
          move cont-entradas to cont-edit.
          move spaces to linha-rel.
          string "TITULOS NOVOS (01) ....... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-alteradas to cont-edit.
          move spaces to linha-rel.
          string "TITULOS ALTERADOS (31) ... " cont-edit
              into linha-rel.
          write linha-rel.
          move total-remessa to total-edit.
          move spaces to linha-rel.
          string "TOTAL DA REMESSA ......... " total-edit
              into linha-rel.
          write linha-rel.
          close mensalidades remessa relremessa.
          open output remseq.
          compute prox-remessa = num-remessa + 1.
          write reg-remseq.
          close remseq.
          move "75-REMES" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "REMESSA " num-remessa ": " cont-grava
              " TITULOS - VER RELREMESSA.DAT".

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
