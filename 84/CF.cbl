       identification division.
       program-id. CF.
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
       select concpend assign to disk
       organization is line sequential
       file status is concpend-sts.
       select depositos assign to disk
       organization is line sequential
       file status is depositos-sts.
       select relconc assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd concpend
          label record is standard
          value of file-id is "concpend.dat".
          copy "concpend.cpy".

       fd depositos
          label record is standard
          value of file-id is "depositos.dat".
          copy "deposito.cpy".

       fd relconc
           label record are standard
           value of file-id is "relconc.dat".
       01 linha-rel pic x(90).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 concpend-sts pic x(2).
       77 depositos-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 tot-item pic 9(4) value 0.
       77 idx-dep-achado pic 9(4) value 0.
       77 diferenca pic 9(9)v99 value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-depositos pic 9(7) value 0.
       77 cont-conciliados pic 9(7) value 0.
       77 cont-diferencas pic 9(7) value 0.
       77 cont-sem-deposito pic 9(7) value 0.
       77 cont-sem-fechamento pic 9(7) value 0.
       77 valor-edit pic z(8)9,99.
       77 dep-edit pic z(8)9,99.
       77 dif-edit pic z(8)9,99.
       77 cont-edit pic z(6)9.
      * itens da conciliacao: F fechamento do caixa (58/bf), D
      * deposito do extrato; situa A aberto, C conciliado.
       01 tabela-itens.
           02 item-conc occurs 3000 times indexed by idx-item idx-dep.
               03 tipo-tab        pic x(1).
               03 data-tab        pic 9(8).
               03 valor-tab       pic 9(9)v99.
               03 doc-tab         pic x(10).
               03 data-aberto-tab pic 9(8).
               03 situa-tab       pic x(1).

       procedure division.

      * conciliacao do caixa com o banco: cada fechamento conferido
      * no 58/bf tem de aparecer como deposito no extrato. casa
      * primeiro data e valor iguais, depois o mesmo valor
      * depositado em dia posterior, depois o deposito do mesmo dia
      * com valor diferente (a menor ou a maior - a sobra fica em
      * aberto). o que nao casou fica em concpend.dat para a noite
      * seguinte, ate aparecer o par.
       PGM-1.
          perform inicio.
          perform casa-exato varying idx-item from 1 by 1
              until idx-item > tot-item.
          perform casa-atrasado varying idx-item from 1 by 1
              until idx-item > tot-item.
          perform casa-diferenca varying idx-item from 1 by 1
              until idx-item > tot-item.
          perform lista-abertos varying idx-item from 1 by 1
              until idx-item > tot-item.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          open output relconc.
          move spaces to linha-rel.
          string "CONCILIACAO CAIXA X DEPOSITOS BANCARIOS - "
              data-completa into linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          open input concpend.
          if concpend-sts equal "00"
               perform carrega-pendente until fim-arq = "sim".
          close concpend.
          move "nao" to fim-arq.
          open input depositos.
          if depositos-sts equal "00"
               perform carrega-deposito until fim-arq = "sim"
          else
               move "DEPOSITOS.DAT AUSENTE - SO OS ITENS EM ABERTO"
                   to linha-rel
               write linha-rel.
          close depositos.

       carrega-pendente.
          read concpend
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  perform novo-item
                  move tipo-pend to tipo-tab(tot-item)
                  move data-pend to data-tab(tot-item)
                  move valor-pend to valor-tab(tot-item)
                  move doc-pend to doc-tab(tot-item)
                  move data-aberto-pend to data-aberto-tab(tot-item).

       carrega-deposito.
          read depositos
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  add 1 to cont-depositos
                  perform novo-item
                  move "D" to tipo-tab(tot-item)
                  move data-dep to data-tab(tot-item)
                  move valor-dep to valor-tab(tot-item)
                  move doc-dep to doc-tab(tot-item)
                  move data-completa to data-aberto-tab(tot-item).

       novo-item.
          if tot-item < 3000
               add 1 to tot-item
               move "A" to situa-tab(tot-item)
          else
               display "CONCILIACAO: MAIS DE 3000 ITENS EM ABERTO - "
                   "LOTE INTERROMPIDO"
               move 8 to return-code
               stop run.

      * 1a passada: deposito do mesmo dia e do mesmo valor
       casa-exato.
          if tipo-tab(idx-item) equal "F"
               and situa-tab(idx-item) equal "A"
               move 0 to idx-dep-achado
               perform procura-exato varying idx-dep from 1 by 1
                   until idx-dep > tot-item or idx-dep-achado not = 0
               if idx-dep-achado not = 0
                    perform concilia-par.

       procura-exato.
          if tipo-tab(idx-dep) equal "D"
               and situa-tab(idx-dep) equal "A"
               and data-tab(idx-dep) equal data-tab(idx-item)
               and valor-tab(idx-dep) equal valor-tab(idx-item)
               move idx-dep to idx-dep-achado.

      * 2a passada: o mesmo valor depositado depois do fechamento
      * (o primeiro deposito que aparecer a partir da data)
       casa-atrasado.
          if tipo-tab(idx-item) equal "F"
               and situa-tab(idx-item) equal "A"
               move 0 to idx-dep-achado
               perform procura-atrasado varying idx-dep from 1 by 1
                   until idx-dep > tot-item
               if idx-dep-achado not = 0
                    perform concilia-par.

       procura-atrasado.
          if tipo-tab(idx-dep) equal "D"
               and situa-tab(idx-dep) equal "A"
               and data-tab(idx-dep) > data-tab(idx-item)
               and valor-tab(idx-dep) equal valor-tab(idx-item)
               if idx-dep-achado = 0
                    move idx-dep to idx-dep-achado
               else
                    if data-tab(idx-dep) < data-tab(idx-dep-achado)
                         move idx-dep to idx-dep-achado.

       concilia-par.
          move "C" to situa-tab(idx-item).
          move "C" to situa-tab(idx-dep-achado).
          add 2 to cont-grava.
          add 1 to cont-conciliados.
          move valor-tab(idx-item) to valor-edit.
          move spaces to linha-rel.
          string "CONCILIADO: CAIXA DE " data-tab(idx-item) " "
              valor-edit " DEPOSITO " doc-tab(idx-dep-achado)
              " EM " data-tab(idx-dep-achado) into linha-rel.
          write linha-rel.

      * 3a passada: deposito do mesmo dia com valor diferente. o
      * par e apontado; a menor, o fechamento segue aberto pela
      * falta; a maior, o deposito segue aberto pela sobra.
       casa-diferenca.
          if tipo-tab(idx-item) equal "F"
               and situa-tab(idx-item) equal "A"
               move 0 to idx-dep-achado
               perform procura-mesmo-dia varying idx-dep from 1 by 1
                   until idx-dep > tot-item or idx-dep-achado not = 0
               if idx-dep-achado not = 0
                    perform aponta-diferenca.

       procura-mesmo-dia.
          if tipo-tab(idx-dep) equal "D"
               and situa-tab(idx-dep) equal "A"
               and data-tab(idx-dep) equal data-tab(idx-item)
               move idx-dep to idx-dep-achado.

       aponta-diferenca.
          add 1 to cont-diferencas.
          move valor-tab(idx-item) to valor-edit.
          move valor-tab(idx-dep-achado) to dep-edit.
          move spaces to linha-rel.
          if valor-tab(idx-dep-achado) < valor-tab(idx-item)
               compute diferenca = valor-tab(idx-item)
                   - valor-tab(idx-dep-achado)
               move diferenca to dif-edit
               string "DEPOSITO A MENOR: CAIXA DE " data-tab(idx-item)
                   " " valor-edit " DEPOSITO " dep-edit " FALTA "
                   dif-edit into linha-rel
               move diferenca to valor-tab(idx-item)
               move "C" to situa-tab(idx-dep-achado)
          else
               compute diferenca = valor-tab(idx-dep-achado)
                   - valor-tab(idx-item)
               move diferenca to dif-edit
               string "DEPOSITO A MAIOR: CAIXA DE " data-tab(idx-item)
                   " " valor-edit " DEPOSITO " dep-edit " SOBRA "
                   dif-edit into linha-rel
               move diferenca to valor-tab(idx-dep-achado)
               move "C" to situa-tab(idx-item).
          add 1 to cont-grava.
          write linha-rel.

       lista-abertos.
          if situa-tab(idx-item) equal "A"
               add 1 to cont-rejeita
               move valor-tab(idx-item) to valor-edit
               move spaces to linha-rel
               if tipo-tab(idx-item) equal "F"
                    add 1 to cont-sem-deposito
                    string "SEM DEPOSITO: CAIXA DE " data-tab(idx-item)
                        " " valor-edit " FECHADO POR "
                        doc-tab(idx-item) " ABERTO DESDE "
                        data-aberto-tab(idx-item) into linha-rel
               else
                    add 1 to cont-sem-fechamento
                    string "DEPOSITO SEM FECHAMENTO: "
                        data-tab(idx-item) " " valor-edit " DOC "
                        doc-tab(idx-item) " ABERTO DESDE "
                        data-aberto-tab(idx-item) into linha-rel
               end-if
               write linha-rel.

      * o que ficou aberto volta para concpend.dat; o extrato ja
      * lido e esvaziado para nao entrar de novo amanha.
       fim.
          open output concpend.
          perform regrava-aberto varying idx-item from 1 by 1
              until idx-item > tot-item.
          close concpend.
          if depositos-sts equal "00" or depositos-sts equal "10"
               open output depositos
               close depositos.
          move cont-depositos to cont-edit.
          move spaces to linha-rel.
          string "DEPOSITOS LIDOS .............. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-conciliados to cont-edit.
          move spaces to linha-rel.
          string "FECHAMENTOS CONCILIADOS ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-diferencas to cont-edit.
          move spaces to linha-rel.
          string "DEPOSITOS COM DIFERENCA ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-deposito to cont-edit.
          move spaces to linha-rel.
          string "FECHAMENTOS SEM DEPOSITO ..... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-fechamento to cont-edit.
          move spaces to linha-rel.
          string "DEPOSITOS SEM FECHAMENTO ..... " cont-edit
              into linha-rel.
          write linha-rel.
          close relconc.
          move "84-CONCI" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "CONCILIACAO: " cont-conciliados " CONCILIADOS, "
              cont-rejeita " ITENS EM ABERTO - VER RELCONC.DAT".

       regrava-aberto.
          if situa-tab(idx-item) equal "A"
               move tipo-tab(idx-item) to tipo-pend
               move data-tab(idx-item) to data-pend
               move valor-tab(idx-item) to valor-pend
               move doc-tab(idx-item) to doc-pend
               move data-aberto-tab(idx-item) to data-aberto-pend
               write reg-concpend.
