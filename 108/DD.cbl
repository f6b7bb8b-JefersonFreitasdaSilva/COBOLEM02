       identification division.
       program-id. DD.
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
       select arqlista assign to disk
       organization is line sequential
       file status is arqlista-sts.
       select relorigem assign to nome-origem
       organization is line sequential
       file status is relorigem-sts.
       select relcopia assign to nome-copia
       organization is line sequential.
       select arqdel assign to nome-copia
       organization is line sequential
       file status is arqdel-sts.
       select arqindice assign to disk
       organization is line sequential
       file status is arqindice-sts.
       select arqidxwrk assign to disk
       organization is line sequential.
       select relarquivo assign to disk
       organization is line sequential.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
      * relatorios gerados nesta noite, levantados pelo lote-diario.sh
      * (nome do relatorio e pasta/fonte do programa que o grava)
       fd arqlista
          label record is standard
          value of file-id is "arqlista.dat".
       01 reg-arqlista.
          02 nome-lst pic x(20).
          02 prog-lst pic x(8).

       fd relorigem
          label record is standard.
       01 reg-origem pic x(200).

       fd relcopia
          label record is standard.
       01 reg-copia pic x(200).

       fd arqdel
          label record is standard.
       01 reg-arqdel pic x(200).

       fd arqindice
          label record is standard
          value of file-id is "arqindice.dat".
          copy "arqindice.cpy".

       fd arqidxwrk
          label record is standard
          value of file-id is "arqidxwrk.dat".
       01 reg-arqidxwrk.
          02 data-iwk    pic 9(8).
          02 prog-iwk    pic x(8).
          02 rel-iwk     pic x(20).
          02 linhas-iwk  pic 9(7).
          02 arquivo-iwk pic x(40).

       fd relarquivo
           label record are standard
           value of file-id is "relarquivo.dat".
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
           02 valor-parm-meses pic 9(3).
           02 filler pic x(7).
       77 fim-arq pic x(3) value "nao".
       77 fim-origem pic x(3) value "nao".
       77 arqlista-sts pic x(2).
       77 relorigem-sts pic x(2).
       77 arqdel-sts pic x(2).
       77 arqindice-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 nome-origem pic x(40) value spaces.
       77 nome-copia pic x(40) value spaces.
       77 meses-reten pic 9(3) value 24.
       77 data-execucao pic 9(6) value 0.
       77 data-corte pic 9(8) value 0.
       77 ano-corte pic 9(4) value 0.
       77 mes-corte pic 9(2) value 0.
       77 dia-corte pic 9(2) value 0.
       77 meses-corte pic 9(6) value 0.
       77 idx-achado pic 9(3) value 0.
       77 tot-noite pic 9(3) value 0.
       77 cont-linhas pic 9(7) value 0.
       77 cont-arquivados pic 9(5) value 0.
       77 cont-ausentes pic 9(5) value 0.
       77 cont-mantidos pic 9(7) value 0.
       77 cont-expurgados pic 9(7) value 0.
       77 cont-edit pic zzzzzz9.
       01 tabela-noite.
           02 item-noite occurs 200 times indexed by idx-nte.
               03 nome-nte pic x(20).
               03 prog-nte pic x(8).

       procedure division.

      * arquivo datado dos relatorios: cada rel*.dat gerado na noite
      * ganha uma copia arq-aaaammdd-<relatorio> e uma linha no
      * arqindice.dat; o que passou de RELARQMES meses (parmcent,
      * 24 na falta) sai do indice e tem a copia apagada. um rerun
      * na mesma data substitui a copia da primeira corrida.
       PGM-1.
          perform inicio.
          perform poda-indice.
          perform arquiva-relatorio varying idx-nte from 1 by 1
              until idx-nte > tot-noite.
          close arqidxwrk.
          perform regrava-indice.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "RELARQMES" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-meses to meses-reten.
          divide data-hoje-parm by 10000 giving ano-corte
              remainder meses-corte.
          divide meses-corte by 100 giving mes-corte
              remainder dia-corte.
          compute meses-corte = ano-corte * 12 + mes-corte - 1
              - meses-reten.
          divide meses-corte by 12 giving ano-corte
              remainder mes-corte.
          add 1 to mes-corte.
          compute data-corte = ano-corte * 10000 + mes-corte * 100
              + dia-corte.
          open input arqlista.
          if arqlista-sts equal "00"
               perform carrega-lista until fim-arq = "sim".
          close arqlista.
          open output relarquivo.
          move spaces to linha-rel.
          string "ARQUIVO DE RELATORIOS - " data-hoje-parm
              " - RETENCAO " meses-reten " MESES" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.

       carrega-lista.
          read arqlista
              at end move "sim" to fim-arq
              not at end
                  if nome-lst not equal spaces
                       perform guarda-noite.

       guarda-noite.
          if tot-noite < 200
               add 1 to tot-noite
               move nome-lst to nome-nte(tot-noite)
               move prog-lst to prog-nte(tot-noite)
          else
               display "ARQLISTA.DAT EXCEDEU 200 RELATORIOS - "
                   nome-lst " NAO ARQUIVADO".

      * o indice vai para o arqidxwrk sem as entradas vencidas e sem
      * as da mesma data que esta noite vai gravar de novo.
       poda-indice.
          open output arqidxwrk.
          move "nao" to fim-arq.
          open input arqindice.
          if arqindice-sts not equal "00"
               move "sim" to fim-arq.
          perform le-indice until fim-arq = "sim".
          close arqindice.

       le-indice.
          read arqindice
              at end move "sim" to fim-arq
              not at end
                  perform confere-entrada.

       confere-entrada.
          move 0 to idx-achado.
          if data-idx equal data-hoje-parm
               perform busca-noite varying idx-nte from 1 by 1
                   until idx-nte > tot-noite.
          evaluate true
              when data-idx < data-corte
                   perform expurga-copia
              when idx-achado not = 0
                   continue
              when other
                   move reg-arqindice to reg-arqidxwrk
                   write reg-arqidxwrk
                   add 1 to cont-mantidos
          end-evaluate.

       busca-noite.
          if idx-achado = 0 and nome-nte(idx-nte) equal rel-idx
               move idx-nte to idx-achado.

       expurga-copia.
          move arquivo-idx to nome-copia.
          delete file arqdel.
          add 1 to cont-expurgados.

       arquiva-relatorio.
          move nome-nte(idx-nte) to nome-origem.
          move spaces to nome-copia.
          string "arq-" delimited by size
              data-hoje-parm delimited by size
              "-" delimited by size
              nome-nte(idx-nte) delimited by " "
              into nome-copia.
          open input relorigem.
          if relorigem-sts not equal "00"
               close relorigem
               add 1 to cont-ausentes
               move spaces to linha-rel
               string "  " nome-nte(idx-nte) " NAO ENCONTRADO"
                   into linha-rel
               write linha-rel
          else
               perform copia-relatorio.

       copia-relatorio.
          open output relcopia.
          move 0 to cont-linhas.
          move "nao" to fim-origem.
          perform copia-linha until fim-origem = "sim".
          close relorigem relcopia.
          move data-hoje-parm to data-iwk.
          move prog-nte(idx-nte) to prog-iwk.
          move nome-nte(idx-nte) to rel-iwk.
          move cont-linhas to linhas-iwk.
          move nome-copia to arquivo-iwk.
          write reg-arqidxwrk.
          add 1 to cont-arquivados.
          move cont-linhas to cont-edit.
          move spaces to linha-rel.
          string "  " prog-nte(idx-nte) " " nome-nte(idx-nte) " "
              cont-edit " LINHAS -> " nome-copia into linha-rel.
          write linha-rel.

       copia-linha.
          read relorigem
              at end move "sim" to fim-origem
              not at end
                  move reg-origem to reg-copia
                  write reg-copia
                  add 1 to cont-linhas.

       regrava-indice.
          move "nao" to fim-arq.
          open input arqidxwrk.
          open output arqindice.
          perform copia-indice until fim-arq = "sim".
          close arqidxwrk arqindice.

       copia-indice.
          read arqidxwrk
              at end move "sim" to fim-arq
              not at end
                  move reg-arqidxwrk to reg-arqindice
                  write reg-arqindice.

       fim.
          move spaces to linha-rel.
          write linha-rel.
          move cont-arquivados to cont-edit.
          move spaces to linha-rel.
          string "RELATORIOS ARQUIVADOS ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-ausentes to cont-edit.
          move spaces to linha-rel.
          string "LISTADOS E NAO ENCONTRADOS  " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-mantidos to cont-edit.
          move spaces to linha-rel.
          string "COPIAS ANTERIORES MANTIDAS  " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-expurgados to cont-edit.
          move spaces to linha-rel.
          string "EXPURGADAS PELA RETENCAO .. " cont-edit
              into linha-rel.
          write linha-rel.
          close relarquivo.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "108-ARQR" to prog-aud.
          move data-execucao to data-aud.
          move tot-noite to lidos-aud.
          move cont-arquivados to grava-aud.
          move cont-ausentes to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "ARQUIVO DE RELATORIOS: " cont-arquivados
              " ARQUIVADOS, " cont-expurgados " EXPURGADOS - VER "
              "RELARQUIVO.DAT".

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
