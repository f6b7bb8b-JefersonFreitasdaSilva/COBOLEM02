       identification division.
       program-id. DA.
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
       access mode is dynamic
       record key is num-ent
       file status is cadalu-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select msghist assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-msg
       file status is msghist-sts.
       select alusitlog assign to disk
       organization is line sequential
       file status is alusitlog-sts.
       select lgpdlog assign to disk
       organization is line sequential
       file status is lgpdlog-sts.
       select relanonim assign to disk
       organization is line sequential.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

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

       fd msghist
          label record is standard
          value of file-id is "msghist.dat".
          copy "msghist.cpy".

       fd alusitlog
          label record is standard
          value of file-id is "alusitlog.dat".
          copy "alusitlog.cpy".

       fd lgpdlog
          label record is standard
          value of file-id is "lgpdlog.dat".
          copy "lgpdlog.cpy".

       fd relanonim
           label record are standard
           value of file-id is "relanonim.dat".
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
       77 cadalu-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 msghist-sts pic x(2).
       77 alusitlog-sts pic x(2).
       77 lgpdlog-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 tem-msghist pic x(3) value "nao".
       77 nome-anonimo pic x(30) value "ANONIMIZADO LGPD".
       77 meses-reten pic 9(3) value 60.
       77 data-execucao pic 9(6) value 0.
       77 data-corte pic 9(8) value 0.
       77 ano-corte pic 9(4) value 0.
       77 mes-corte pic 9(2) value 0.
       77 dia-corte pic 9(2) value 0.
       77 meses-corte pic 9(6) value 0.
       77 idx-achado pic 9(4) value 0.
       77 tot-cancel pic 9(4) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-cancelados pic 9(6) value 0.
       77 cont-anonimizados pic 9(6) value 0.
       77 cont-sem-data pic 9(6) value 0.
       77 cont-dentro-prazo pic 9(6) value 0.
       77 cont-contatos pic 9(6) value 0.
       77 cont-avisos pic 9(6) value 0.
       77 cont-aluno pic 9(5) value 0.
       77 cont-edit pic zzzz9.
       01 tabela-cancel.
           02 item-cancel occurs 5000 times indexed by idx-can.
               03 num-can  pic 9(5).
               03 data-can pic 9(8).

       procedure division.

      * retencao lgpd: aluno cancelado ha mais de LGPDMESES meses
      * (parmcent.dat, 60 na falta) perde nome, dia e mes de
      * nascimento e contato. o ano de nascimento, o sexo, as notas,
      * as faltas e os historicos ficam, porque o censo e os
      * relatorios de tendencia contam por idade e por resultado.
      * a data do cancelamento vem do alusitlog.dat (47/au); aluno
      * cancelado sem registro no log so e listado, nunca apagado.
       PGM-1.
          perform inicio.
          perform levanta-cancelados.
          perform le-datas-cancelamento.
          perform anonimiza-aluno varying idx-can from 1 by 1
              until idx-can > tot-cancel.
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
          move "LGPDMESES" to nome-parm-busca.
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
          open output relanonim.
          move spaces to linha-rel.
          string "ANONIMIZACAO LGPD - " data-execucao
              " - CANCELADOS ATE " data-corte " (" meses-reten
              " MESES)" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          open i-o cadalu.
          if cadalu-sts not equal "00"
               display "ANONIMIZACAO LGPD: CADALU.DAT NAO ABRE "
                   "- STATUS " cadalu-sts
               move 8 to return-code
               stop run.
          open i-o cadcont.
          if cadcont-sts not equal "00"
               open output cadcont
               close cadcont
               open i-o cadcont.
          open i-o msghist.
          if msghist-sts equal "00"
               move "sim" to tem-msghist.

      * cancelados ainda com nome: os ja anonimizados ficam de fora
       levanta-cancelados.
          move "nao" to fim-arq.
          perform le-cadalu until fim-arq = "sim".

       le-cadalu.
          read cadalu next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  if situa-ent equal "C"
                       and nome-ent not equal nome-anonimo
                       perform guarda-cancelado.

       guarda-cancelado.
          add 1 to cont-cancelados.
          if tot-cancel < 5000
               add 1 to tot-cancel
               move num-ent to num-can(tot-cancel)
               move 0 to data-can(tot-cancel)
          else
               display "TABELA DE CANCELADOS CHEIA - ALUNO " num-ent
                   " FICA PARA A PROXIMA CORRIDA".

      * o log e gravado em ordem de corrida: vale o ultimo
      * cancelamento do aluno. data de efeito zero (registros
      * antigos) cai na data da corrida que gravou o log.
       le-datas-cancelamento.
          move "nao" to fim-arq.
          open input alusitlog.
          if alusitlog-sts not equal "00"
               move "sim" to fim-arq.
          perform le-alusitlog until fim-arq = "sim".
          close alusitlog.

       le-alusitlog.
          read alusitlog
              at end move "sim" to fim-arq
              not at end
                  if depois-log equal "C"
                       perform anota-cancelamento.

       anota-cancelamento.
          move 0 to idx-achado.
          perform busca-cancel varying idx-can from 1 by 1
              until idx-can > tot-cancel or idx-achado not = 0.
          if idx-achado not = 0
               if efeito-log not = 0
                    move efeito-log to data-can(idx-achado)
               else
                    compute data-can(idx-achado) = 20000000
                        + data-log.

       busca-cancel.
          if num-can(idx-can) equal num-log
               move idx-can to idx-achado.

       anonimiza-aluno.
          evaluate true
              when data-can(idx-can) = 0
                   add 1 to cont-sem-data
                   move spaces to linha-rel
                   string "  " num-can(idx-can)
                       " CANCELADO SEM DATA NO ALUSITLOG - MANTIDO"
                       into linha-rel
                   write linha-rel
              when data-can(idx-can) > data-corte
                   add 1 to cont-dentro-prazo
              when other
                   perform apaga-dados
          end-evaluate.

       apaga-dados.
          move num-can(idx-can) to num-ent.
          read cadalu
               invalid key move "23" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          if cadalu-sts equal "00"
               move 1 to cont-aluno
               move nome-anonimo to nome-ent
               move 1 to dd-ent
               move 1 to mm-ent
               rewrite reg-alu
               perform apaga-contato
               perform apaga-avisos
               perform grava-lgpdlog
               add 1 to cont-anonimizados
               move spaces to linha-rel
               string "  " num-can(idx-can) " CANCELADO EM "
                   data-can(idx-can) " - ANONIMIZADO ("
                   cont-aluno " REGISTROS)" into linha-rel
               write linha-rel.

       apaga-contato.
          move num-can(idx-can) to num-cont.
          delete cadcont
               invalid key continue
               not invalid key
                   add 1 to cont-contatos
                   add 1 to cont-aluno
          end-delete.

      * o historico de avisos fica para a estatistica de entrega;
      * so o telefone ou e-mail de destino e apagado
       apaga-avisos.
          if tem-msghist equal "sim"
               move low-values to chave-msg
               move num-can(idx-can) to num-msg
               move "nao" to fim-arq
               start msghist key not < chave-msg
                    invalid key move "sim" to fim-arq
               end-start
               perform le-msghist until fim-arq = "sim".

       le-msghist.
          read msghist next
              at end move "sim" to fim-arq
              not at end
                  if num-msg not equal num-can(idx-can)
                       move "sim" to fim-arq
                  else
                       if destino-msg not equal spaces
                            move spaces to destino-msg
                            rewrite reg-msghist
                            add 1 to cont-avisos
                            add 1 to cont-aluno.

       grava-lgpdlog.
          open extend lgpdlog.
          if lgpdlog-sts not equal "00"
               open output lgpdlog.
          move data-execucao to data-lgpd.
          move num-can(idx-can) to num-lgpd.
          move "N" to tipo-lgpd.
          move "LOTE" to oper-lgpd.
          move cont-aluno to qtd-lgpd.
          write reg-lgpdlog.
          close lgpdlog.

       fim.
          close cadalu cadcont.
          if tem-msghist equal "sim"
               close msghist.
          move spaces to linha-rel.
          write linha-rel.
          move cont-lidos to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS LIDOS .............. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-cancelados to cont-edit.
          move spaces to linha-rel.
          string "CANCELADOS COM DADOS ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-dentro-prazo to cont-edit.
          move spaces to linha-rel.
          string "  AINDA NO PRAZO .......... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-data to cont-edit.
          move spaces to linha-rel.
          string "  SEM DATA NO LOG ......... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-anonimizados to cont-edit.
          move spaces to linha-rel.
          string "ANONIMIZADOS .............. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-contatos to cont-edit.
          move spaces to linha-rel.
          string "  CONTATOS APAGADOS ....... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-avisos to cont-edit.
          move spaces to linha-rel.
          string "  DESTINOS DE AVISO ....... " cont-edit
              into linha-rel.
          write linha-rel.
          close relanonim.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "105-LGPD" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-anonimizados to grava-aud.
      * todo aluno lido que nao foi anonimizado (ativo, trancado,
      * cancelado dentro do prazo ou sem data) fecha em rejeitados
      * para a prova de soma do 19/s.
          compute rejeita-aud = cont-lidos - cont-anonimizados.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "ANONIMIZACAO LGPD: " cont-anonimizados
              " ALUNOS - VER RELANONIM.DAT".

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
