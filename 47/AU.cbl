       organization is line sequential.
       select cadalu assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-ent
       file status is cadalu-sts.
       select matricula assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-mat
       file status is matricula-sts.
       select alusitlog assign to disk
       organization is line sequential
       file status is alusitlog-sts.
       select motivos assign to disk
       organization is line sequential
       file status is motivos-sts.
       select transflog assign to disk
       organization is line sequential
       file status is transflog-sts.
       select reltransf assign to disk
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
      * transacao de situacao do aluno: T trancamento, C cancelamento,
      * A reativacao, M transferencia de unidade e/ou turma (so ela
      * usa o destino), com data de efeito e operador responsavel.
      * T e C levam o motivo (motivos.dat, 97/cs).
       fd alutran
          label record is standard
          value of file-id is "alutran.dat".
          02 tipo-tran  pic x(1).
          02 data-tran  pic 9(8).
          02 oper-tran  pic x(8).
          02 unid-dest-tran  pic 9(2).
          02 turma-dest-tran pic x(1).
          02 motivo-tran     pic 9(2).

       fd alutran-rej
          label record is standard
          02 tipo-rej   pic x(1).
          02 data-rej   pic 9(8).
          02 oper-rej   pic x(8).
          02 unid-dest-rej  pic x(2).
          02 turma-dest-rej pic x(1).
          02 motivo-tran-rej pic x(2).
          02 motivo-rej pic x(30).

       fd cadalu
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd matricula
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd alusitlog
          label record is standard
          value of file-id is "alusitlog.dat".
          copy "alusitlog.cpy".

       fd motivos
          label record is standard
          value of file-id is "motivos.dat".
          copy "motivo.cpy".

      * log das transferencias no mesmo padrao: unidade e turma antes
      * e depois, o termo e quantas matriculas dele mudaram de unidade
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

       fd reltransf
           label record are standard
           value of file-id is "reltransf.dat".
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
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 valor-parm-vagas-r redefines valor-parm-achado.
           02 valor-parm-vagas pic 9(3).
           02 filler pic x(7).
       77 fim-arq pic x(3) value "nao".
       77 fim-mat-arq pic x(3) value "nao".
       77 alutran-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 matricula-sts pic x(2).
       77 alusitlog-sts pic x(2).
       77 transflog-sts pic x(2).
       77 motivos-sts pic x(2).
       77 tot-mot pic 9(2) value 0.
       77 idx-mot-achado pic 9(2) value 0.
       77 auditoria-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 tem-matricula pic x(3) value "nao".
       77 aluno-existe pic x(3) value "nao".
       77 situa-antiga pic x(1) value " ".
       77 unid-antiga pic 9(2) value 0.
       77 turma-antiga pic x(1) value " ".
       77 vagas-turma pic 9(3) value 0.
       77 turma-busca pic x(1) value " ".
       77 idx-turma pic 9(1) value 0.
       77 cont-mat-trf pic 9(3) value 0.
       77 unid-rel pic 9(2) value 0.
       77 cont-unid pic 9(5) value 0.
       77 cont-edit pic zzzz9.
       77 cont-lidos   pic 9(7) value 0.
       77 cont-grava   pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-transf  pic 9(7) value 0.
       01 tabela-motivos.
           02 item-mot occurs 99 times indexed by idx-mot.
               03 cod-mot-tab   pic 9(2).
               03 ativo-mot-tab pic x(1).
      * alunos nao cancelados por unidade e turma (A, B, C), para a
      * conta de vagas do destino
       01 tabela-ocupacao.
           02 item-unid occurs 99 times.
               03 ocupa-turma pic 9(5) occurs 3 times.
      * transferencias aplicadas na corrida, para a lista por unidade
       01 tabela-transf.
           02 item-transf occurs 500 times indexed by idx-trf.
               03 num-trf-tab         pic 9(5).
               03 nome-trf-tab        pic x(30).
               03 unid-antes-trf-tab  pic 9(2).
               03 turma-antes-trf-tab pic x(1).
               03 unid-depois-trf-tab pic 9(2).
               03 turma-depois-trf-tab pic x(1).
               03 efeito-trf-tab      pic 9(8).

       procedure division.


       inicio.
          accept data-execucao from date.
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
          move "VAGASTURMA" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-vagas to vagas-turma.
          open input motivos.
          if motivos-sts equal "00"
               perform carrega-motivos until fim-arq = "sim".
          close motivos.
          move "nao" to fim-arq.
          open input alutran.
          if alutran-sts not equal "00"
               display "SITUACAO DE ALUNO: ALUTRAN.DAT AUSENTE"
                   "STATUS " cadalu-sts
               move 8 to return-code
               stop run.
          move zeros to tabela-ocupacao.
          move low-values to num-ent.
          start cadalu key not < num-ent
               invalid key move "sim" to fim-arq
          end-start.
          perform conta-ocupacao until fim-arq = "sim".
          move "nao" to fim-arq.
          open i-o matricula.
          if matricula-sts equal "00"
               move "sim" to tem-matricula.
          open output alutran-rej.
          open extend alusitlog.
          if alusitlog-sts not equal "00"
               open output alusitlog.
          open extend transflog.
          if transflog-sts not equal "00"
               open output transflog.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.

       carrega-motivos.
          read motivos
              at end move "sim" to fim-arq
              not at end
                  if tot-mot < 99
                       add 1 to tot-mot
                       move cod-mot to cod-mot-tab(tot-mot)
                       move ativo-mot to ativo-mot-tab(tot-mot)
                  else
                       display "MOTIVOS.DAT EXCEDEU 99 MOTIVOS".

       conta-ocupacao.
          read cadalu next
              at end move "sim" to fim-arq
              not at end
                  if situa-ent not equal "C"
                       and unidade-ent is numeric
                       and unidade-ent > 0
                       move turma-ent to turma-busca
                       perform acha-idx-turma
                       if idx-turma > 0
                            add 1 to ocupa-turma(unidade-ent,
                                idx-turma).

       acha-idx-turma.
          evaluate turma-busca
              when "A" move 1 to idx-turma
              when "B" move 2 to idx-turma
              when "C" move 3 to idx-turma
              when other move 0 to idx-turma
          end-evaluate.

       principal.
          read alutran at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
          read cadalu
               invalid key move "nao" to aluno-existe
               not invalid key move "sim" to aluno-existe.
          perform busca-motivo.
          evaluate true
              when tipo-tran not equal "T"
                   and tipo-tran not equal "C"
                   and tipo-tran not equal "A"
                   and tipo-tran not equal "M"
                   move "TIPO DEVE SER T, C, A OU M" to motivo-rej
                   perform rejeita
              when aluno-existe equal "nao"
                   move "ALUNO INEXISTENTE EM CADALU" to motivo-rej
                   perform rejeita
              when tipo-tran equal "M"
                   perform critica-transferencia
              when situa-ent equal tipo-tran
                   move "ALUNO JA NESTA SITUACAO" to motivo-rej
                   perform rejeita
              when tipo-tran not equal "A"
                   and (motivo-tran is not numeric
                        or motivo-tran = 0)
                   move "MOTIVO OBRIGATORIO EM T E C" to motivo-rej
                   perform rejeita
              when tipo-tran not equal "A"
                   and idx-mot-achado = 0
                   move "MOTIVO NAO CADASTRADO" to motivo-rej
                   perform rejeita
              when tipo-tran not equal "A"
                   and ativo-mot-tab(idx-mot-achado) not equal "S"
                   move "MOTIVO INATIVO" to motivo-rej
                   perform rejeita
              when oper-tran equal spaces
                   move "OPERADOR NAO INFORMADO" to motivo-rej
                   perform rejeita
                    perform grava-log
                    add 1 to cont-grava.

      * transferencia: o destino precisa de vaga (VAGASTURMA alunos
      * nao cancelados por turma em cada unidade; zero sem limite).
      * cadalu e as matriculas do termo mudam juntos, e com eles o
      * preco da cobranca (35/ai) e as saidas por turma e unidade.
       critica-transferencia.
          if turma-dest-tran equal "a" move "A" to turma-dest-tran.
          if turma-dest-tran equal "b" move "B" to turma-dest-tran.
          if turma-dest-tran equal "c" move "C" to turma-dest-tran.
          move turma-dest-tran to turma-busca.
          perform acha-idx-turma.
          evaluate true
              when situa-ent equal "C"
                   move "ALUNO CANCELADO" to motivo-rej
                   perform rejeita
              when unid-dest-tran is not numeric
                   or unid-dest-tran = 0
                   move "UNIDADE DE DESTINO INVALIDA" to motivo-rej
                   perform rejeita
              when idx-turma = 0
                   move "TURMA DE DESTINO DEVE SER A, B OU C"
                       to motivo-rej
                   perform rejeita
              when data-tran is not numeric or data-tran = 0
                   move "DATA DE EFEITO INVALIDA" to motivo-rej
                   perform rejeita
              when unid-dest-tran equal unidade-ent
                   and turma-dest-tran equal turma-ent
                   move "ALUNO JA NESTA UNIDADE E TURMA" to motivo-rej
                   perform rejeita
              when oper-tran equal spaces
                   move "OPERADOR NAO INFORMADO" to motivo-rej
                   perform rejeita
              when vagas-turma > 0
                   and ocupa-turma(unid-dest-tran, idx-turma)
                   not < vagas-turma
                   move "TURMA DE DESTINO SEM VAGA" to motivo-rej
                   perform rejeita
              when other
                   perform grava-transferencia
          end-evaluate.

       grava-transferencia.
          move unidade-ent to unid-antiga.
          move turma-ent to turma-antiga.
          move unid-dest-tran to unidade-ent.
          move turma-dest-tran to turma-ent.
          rewrite reg-alu
               invalid key
                    display "ERRO AO REGRAVAR ALUNO " num-ent
                    add 1 to cont-rejeita
               not invalid key
                    perform atualiza-matriculas
                    perform acerta-ocupacao
                    perform grava-log-transf
                    perform guarda-transf
                    add 1 to cont-transf
                    add 1 to cont-grava.

       atualiza-matriculas.
          move 0 to cont-mat-trf.
          if tem-matricula equal "sim"
               move "nao" to fim-mat-arq
               move num-tran to num-mat
               move 0 to disc-mat
               move 0 to termo-mat
               start matricula key not < chave-mat
                    invalid key move "sim" to fim-mat-arq
               end-start
               perform muda-matricula until fim-mat-arq = "sim".

       muda-matricula.
          read matricula next
              at end move "sim" to fim-mat-arq
              not at end
                  if num-mat not equal num-tran
                       move "sim" to fim-mat-arq
                  else
                       if termo-mat equal termo-corrente
                            move unid-dest-tran to unidade-mat
                            rewrite reg-matricula
                            add 1 to cont-mat-trf.

       acerta-ocupacao.
          move turma-antiga to turma-busca.
          perform acha-idx-turma.
          if unid-antiga is numeric and unid-antiga > 0
               and idx-turma > 0
               and ocupa-turma(unid-antiga, idx-turma) > 0
               subtract 1 from ocupa-turma(unid-antiga, idx-turma).
          move turma-dest-tran to turma-busca.
          perform acha-idx-turma.
          add 1 to ocupa-turma(unid-dest-tran, idx-turma).

       grava-log-transf.
          move data-execucao to data-trf.
          move num-tran to num-trf.
          move unid-antiga to unid-antes-trf.
          move turma-antiga to turma-antes-trf.
          move unid-dest-tran to unid-depois-trf.
          move turma-dest-tran to turma-depois-trf.
          move data-tran to efeito-trf.
          move termo-corrente to termo-trf.
          move cont-mat-trf to mats-trf.
          move oper-tran to oper-trf.
          write reg-transflog.

       guarda-transf.
          if cont-transf < 500
               set idx-trf to cont-transf
               set idx-trf up by 1
               move num-tran to num-trf-tab(idx-trf)
               move nome-ent to nome-trf-tab(idx-trf)
               move unid-antiga to unid-antes-trf-tab(idx-trf)
               move turma-antiga to turma-antes-trf-tab(idx-trf)
               move unid-dest-tran to unid-depois-trf-tab(idx-trf)
               move turma-dest-tran to turma-depois-trf-tab(idx-trf)
               move data-tran to efeito-trf-tab(idx-trf)
          else
               display "MAIS DE 500 TRANSFERENCIAS - VER TRANSFLOG.DAT".

       grava-log.
          move data-execucao to data-log.
          move num-tran to num-log.
          move tipo-tran to depois-log.
          move data-tran to efeito-log.
          move oper-tran to oper-log.
          move termo-corrente to termo-log.
          if tipo-tran equal "A"
               move 0 to motivo-log
          else
               move motivo-tran to motivo-log.
          write reg-alusitlog.

       busca-motivo.
          move 0 to idx-mot-achado.
          if motivo-tran is numeric
               perform acha-motivo varying idx-mot from 1 by 1
                   until idx-mot > tot-mot.

       acha-motivo.
          if idx-mot-achado = 0
               and cod-mot-tab(idx-mot) equal motivo-tran
               set idx-mot-achado to idx-mot.

       rejeita.
          move num-tran to num-rej.
          move tipo-tran to tipo-rej.
          move data-tran to data-rej.
          move oper-tran to oper-rej.
          move unid-dest-tran to unid-dest-rej.
          move turma-dest-tran to turma-dest-rej.
          move motivo-tran to motivo-tran-rej.
          write reg-alutran-rej.
          add 1 to cont-rejeita.

          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          perform lista-transferencias.
          if tem-matricula equal "sim"
               close matricula.
          close alutran alutran-rej cadalu alusitlog transflog
              auditoria.
          display "SITUACAO DE ALUNO: " cont-grava " APLICADAS, "
              cont-rejeita " REJEITADAS".
          display "TRANSFERENCIAS: " cont-transf
              " - LISTA POR UNIDADE EM RELTRANSF.DAT".

      * lista das transferencias da corrida por unidade, para o
      * diretor de cada predio: quem sai e quem chega. troca de turma
      * dentro da unidade aparece uma vez, como troca de turma.
       lista-transferencias.
          open output reltransf.
          move spaces to linha-rel.
          string "TRANSFERENCIAS DE UNIDADE/TURMA - TERMO "
              termo-corrente " - CORRIDA DE " data-execucao
              into linha-rel.
          write linha-rel.
          if cont-transf > 500
               move 500 to cont-transf.
          perform lista-unidade varying unid-rel from 1 by 1
              until unid-rel > 99.
          move cont-transf to cont-edit.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "TOTAL DE TRANSFERENCIAS ...... " cont-edit
              into linha-rel.
          write linha-rel.
          close reltransf.

       lista-unidade.
          move 0 to cont-unid.
          perform conta-da-unidade varying idx-trf from 1 by 1
              until idx-trf > cont-transf.
          if cont-unid > 0
               move spaces to linha-rel
               write linha-rel
               move spaces to linha-rel
               string "UNIDADE " unid-rel into linha-rel
               write linha-rel
               perform linha-transf varying idx-trf from 1 by 1
                   until idx-trf > cont-transf.

       conta-da-unidade.
          if unid-antes-trf-tab(idx-trf) equal unid-rel
               or unid-depois-trf-tab(idx-trf) equal unid-rel
               add 1 to cont-unid.

       linha-transf.
          move spaces to linha-rel.
          evaluate true
              when unid-antes-trf-tab(idx-trf) equal unid-rel
                   and unid-depois-trf-tab(idx-trf) equal unid-rel
                   string "  TROCA " num-trf-tab(idx-trf) " "
                       nome-trf-tab(idx-trf) " TURMA "
                       turma-antes-trf-tab(idx-trf) " P/ "
                       turma-depois-trf-tab(idx-trf) " EFEITO "
                       efeito-trf-tab(idx-trf) into linha-rel
              when unid-antes-trf-tab(idx-trf) equal unid-rel
                   string "  SAI   " num-trf-tab(idx-trf) " "
                       nome-trf-tab(idx-trf) " P/ UNID "
                       unid-depois-trf-tab(idx-trf) "/"
                       turma-depois-trf-tab(idx-trf) " EFEITO "
                       efeito-trf-tab(idx-trf) into linha-rel
              when unid-depois-trf-tab(idx-trf) equal unid-rel
                   string "  CHEGA " num-trf-tab(idx-trf) " "
                       nome-trf-tab(idx-trf) " DE UNID "
                       unid-antes-trf-tab(idx-trf) "/"
                       turma-antes-trf-tab(idx-trf) " EFEITO "
                       efeito-trf-tab(idx-trf) into linha-rel
          end-evaluate.
          if linha-rel not equal spaces
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
