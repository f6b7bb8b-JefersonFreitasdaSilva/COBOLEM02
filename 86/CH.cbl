       identification division.
       program-id. CH.
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
       select precos assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-preco
       file status is precos-sts.
       select relreajuste assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
       fd precos
          label record is standard
          value of file-id is "precos.dat".
          copy "preco.cpy".

       fd relreajuste
           label record are standard
           value of file-id is "relreajuste.dat".
       01 linha-rel pic x(80).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

      * diario de recuperacao do dia, lido pelo 107/dc
       fd diario
          label record is standard.
          copy "diario.cpy".

       fd diarioseq
          label record is standard
          value of file-id is "diarioseq.dat".
          copy "diarioseq.cpy".

       working-storage section.
       77 diario-sts pic x(2).
       77 diarioseq-sts pic x(2).
       77 nome-diario pic x(40) value spaces.
       77 data-diario pic 9(8) value 0.
       77 seq-diario pic 9(6) value 0.
       77 arq-diario pic x(12) value spaces.
       77 acao-diario pic x(1) value " ".
       77 antes-diario pic x(200) value spaces.
       77 depois-diario pic x(200) value spaces.
       77 fim-arq pic x(3) value "nao".
       77 precos-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 data-execucao pic 9(6) value 0.
       77 termo-novo pic 9(6) value 0.
       77 parte-termo pic 9(2) value 0.
       77 parte-ano pic 9(4) value 0.
       77 chave-nova pic 9(6) value 0.
       77 chave-lida pic 9(6) value 0.
       77 percentual pic 9(2)v9(2) value 0.
       77 confirma pic x(1) value " ".
       77 tot-grupo pic 9(4) value 0.
       77 valor-novo pic 9(6)v9(2) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-grava pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 perc-edit pic z9,99.
       77 antes-edit pic z(5)9,99.
       77 depois-edit pic z(5)9,99.
       77 cont-edit pic z(6)9.
      * um item por turma e unidade: o preco em vigor antes do
      * termo novo e se o termo novo ja tem preco proprio.
       01 tabela-grupos.
           02 grupo-tab occurs 500 times indexed by idx-grp.
               03 turma-tab      pic x(1).
               03 unidade-tab    pic 9(2).
               03 termo-tab      pic 9(6).
               03 chave-tab      pic 9(6).
               03 valor-tab      pic 9(6)v9(2).
               03 ja-tem-tab     pic x(3).

       procedure division.

      * reajuste anual da tabela de precos: para cada turma e
      * unidade pega o preco em vigor antes do termo informado,
      * aplica o percentual e grava o preco novo com vigencia no
      * termo. o preco antigo fica na tabela; quem ja tem preco no
      * termo novo (digitado no 85/cg) nao e mexido.
       PGM-1.
          perform assina.
          perform inicio.
          perform carrega-precos until fim-arq = "sim".
          perform reajusta-grupo varying idx-grp from 1 by 1
              until idx-grp > tot-grupo.
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          display "REAJUSTE ANUAL DA TABELA DE PRECOS".
          display "TERMO DA NOVA VIGENCIA (TTAAAA) ... "
              with no advancing.
          accept termo-novo.
          display "PERCENTUAL DE REAJUSTE (99,99) .... "
              with no advancing.
          accept percentual.
          if termo-novo = 0 or percentual = 0
               display "REAJUSTE: TERMO OU PERCENTUAL NAO INFORMADO"
               move 8 to return-code
               stop run.
          divide termo-novo by 10000 giving parte-termo
              remainder parte-ano.
          compute chave-nova = parte-ano * 100 + parte-termo.
          move percentual to perc-edit.
          display "CONFIRMA REAJUSTE DE " perc-edit "% A PARTIR DE "
              termo-novo " (S/N)? " with no advancing.
          accept confirma.
          if confirma not equal "S" and confirma not equal "s"
               display "REAJUSTE CANCELADO"
               stop run.
          open i-o precos.
          if precos-sts not equal "00"
               display "REAJUSTE: PRECOS.DAT AUSENTE - CADASTRE OS "
                   "PRECOS NO 85/CG"
               move 8 to return-code
               stop run.
          open output relreajuste.
          move spaces to linha-rel.
          string "REAJUSTE DA TABELA DE PRECOS - " perc-edit
              "% - VIGENCIA " termo-novo " - EMITIDO EM "
              data-execucao into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move "TURMA UNIDADE VIGENCIA ANT  PRECO ANTERIOR   PRECO NOVO"
              to linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move low-values to chave-preco.
          start precos key not < chave-preco
               invalid key move "sim" to fim-arq
          end-start.

      * a leitura vem em ordem de turma e unidade; o termo vem no
      * formato ttaaaa, entao a chave aaaatt decide qual e o mais
      * recente antes da vigencia nova - esse e o preco em vigor.
       carrega-precos.
          read precos next
              at end move "sim" to fim-arq
              not at end
                  perform acha-grupo
                  perform guarda-preco.

       acha-grupo.
          if tot-grupo = 0
               or turma-preco not equal turma-tab(tot-grupo)
               or unidade-preco not equal unidade-tab(tot-grupo)
               if tot-grupo < 500
                    add 1 to tot-grupo
                    move turma-preco to turma-tab(tot-grupo)
                    move unidade-preco to unidade-tab(tot-grupo)
                    move 0 to termo-tab(tot-grupo)
                    move 0 to chave-tab(tot-grupo)
                    move 0 to valor-tab(tot-grupo)
                    move "nao" to ja-tem-tab(tot-grupo)
               else
                    display "REAJUSTE: MAIS DE 500 TURMAS/UNIDADES - "
                        "LOTE INTERROMPIDO"
                    move 8 to return-code
                    stop run.

       guarda-preco.
          divide termo-preco by 10000 giving parte-termo
              remainder parte-ano.
          compute chave-lida = parte-ano * 100 + parte-termo.
          if chave-lida < chave-nova
               if chave-lida > chave-tab(tot-grupo)
                    move chave-lida to chave-tab(tot-grupo)
                    move termo-preco to termo-tab(tot-grupo)
                    move valor-preco to valor-tab(tot-grupo)
               end-if
          else
               if chave-lida = chave-nova
                    move "sim" to ja-tem-tab(tot-grupo).

       reajusta-grupo.
          move valor-tab(idx-grp) to antes-edit.
          move spaces to linha-rel.
          evaluate true
              when ja-tem-tab(idx-grp) equal "sim"
                   add 1 to cont-rejeita
                   string "  " turma-tab(idx-grp) "     "
                       unidade-tab(idx-grp) "    "
                       termo-tab(idx-grp) "     " antes-edit
                       "   JA TEM PRECO NO TERMO - MANTIDO"
                       into linha-rel
              when termo-tab(idx-grp) = 0
                   add 1 to cont-rejeita
                   string "  " turma-tab(idx-grp) "     "
                       unidade-tab(idx-grp)
                       "    SEM PRECO ANTERIOR AO TERMO - IGNORADO"
                       into linha-rel
              when other
                   perform grava-reajuste
          end-evaluate.
          write linha-rel.

       grava-reajuste.
          compute valor-novo rounded = valor-tab(idx-grp)
              * (100 + percentual) / 100.
          move turma-tab(idx-grp) to turma-preco.
          move unidade-tab(idx-grp) to unidade-preco.
          move termo-novo to termo-preco.
          move valor-novo to valor-preco.
          move data-execucao to data-preco.
          move oper-digitado to oper-preco.
          move valor-novo to depois-edit.
          write reg-preco
               invalid key
                    add 1 to cont-rejeita
                    string "  " turma-tab(idx-grp) "     "
                        unidade-tab(idx-grp)
                        "    ERRO AO GRAVAR O PRECO NOVO"
                        into linha-rel
               not invalid key
                    move "PRECOS" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-preco to depois-diario
                    perform grava-diario
                    add 1 to cont-grava
                    string "  " turma-tab(idx-grp) "     "
                        unidade-tab(idx-grp) "    "
                        termo-tab(idx-grp) "     " antes-edit
                        "   " depois-edit into linha-rel.

       fim.
          close precos.
          move spaces to linha-rel.
          write linha-rel.
          move cont-grava to cont-edit.
          move spaces to linha-rel.
          string "PRECOS REAJUSTADOS ........... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-rejeita to cont-edit.
          move spaces to linha-rel.
          string "TURMAS/UNIDADES NAO MEXIDAS .. " cont-edit
              into linha-rel.
          write linha-rel.
          close relreajuste.
          move tot-grupo to cont-lidos.
          move "86-REAJU" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move oper-digitado to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "REAJUSTE: " cont-grava " PRECOS NOVOS - VER "
              "RELREAJUSTE.DAT".

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

      * diario de recuperacao: cada registro mestre gravado sai com
      * o sequencial do dia e as imagens antes e depois, para o
      * 107/dc reaplicar o dia depois de uma restauracao (32/af).
       grava-diario.
          accept data-diario from date yyyymmdd.
          move 0 to seq-diario.
          open input diarioseq.
          if diarioseq-sts equal "00"
               read diarioseq
                   at end move 0 to data-seq-dia
               end-read
               if data-seq-dia equal data-diario
                    move ultimo-seq-dia to seq-diario.
          close diarioseq.
          add 1 to seq-diario.
          move spaces to nome-diario.
          string "diario-" delimited by size
              data-diario delimited by size
              ".dat" delimited by size
              into nome-diario.
          open extend diario.
          if diario-sts not equal "00"
               open output diario.
          move seq-diario to seq-dia.
          move data-diario to data-dia.
          accept hora-dia from time.
          move "86/CH" to prog-dia.
          move oper-digitado to oper-dia.
          move arq-diario to arq-dia.
          move acao-diario to acao-dia.
          move antes-diario to antes-dia.
          move depois-diario to depois-dia.
          write reg-diario.
          close diario.
          open output diarioseq.
          move data-diario to data-seq-dia.
          move seq-diario to ultimo-seq-dia.
          write reg-diarioseq.
          close diarioseq.
          move spaces to antes-diario.
          move spaces to depois-diario.
