       identification division.
       program-id. CJ.
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
       select listaesp assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-esp
       file status is listaesp-sts.
       select matricula assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-mat
       file status is matricula-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select cadnotawrk assign to disk
       organization is line sequential.
       select avisoesp assign to disk
       organization is line sequential.
       select relespera assign to disk
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
       fd listaesp
          label record is standard
          value of file-id is "listaesp.dat".
          copy "listaesp.cpy".

       fd matricula
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       fd cadnotawrk
          label record is standard
          value of file-id is "cadnotawrk.dat".
       01 reg-notawrk.
          02 num-wrk  pic 9(5).
          02 disc-wrk pic 9(3).
          02 termo-wrk pic 9(6).
          02 not1-wrk pic 9(2)v99.
          02 not2-wrk pic 9(2)v99.
          02 not3-wrk pic 9(2)v99.
          02 not4-wrk pic 9(2)v99.

       fd avisoesp
          label record is standard
          value of file-id is "avisoesp.dat".
          copy "avisoesp.cpy".

       fd relespera
           label record are standard
           value of file-id is "relespera.dat".
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
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       77 fim-arq pic x(3) value "nao".
       77 fim-disc-arq pic x(3) value "nao".
       77 listaesp-sts pic x(2).
       77 matricula-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 aluno-existe pic x(3) value "nao".
       77 achou-mat pic x(3) value "nao".
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 disc-busca pic 9(3) value 0.
       77 posicao-fila pic 9(5) value 0.
       77 cont-lidos   pic 9(7) value 0.
       77 cont-grava   pic 9(7) value 0.
       77 cont-rejeita pic 9(7) value 0.
       77 cont-liberadas pic 9(7) value 0.
       77 cont-chamados pic 9(7) value 0.
       77 cont-saidas pic 9(7) value 0.
       77 cont-esqueletos pic 9(7) value 0.
       77 cont-edit pic zzzz9.
       77 vagas-edit pic zz9.
       77 inscr-edit pic zz9.
       77 espera-edit pic zz9.
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 nome-disc-tab  pic x(30).
               03 vagas-disc-tab pic 9(3).
               03 inscr-disc-tab pic 9(3).
               03 cham-disc-tab  pic 9(3).
               03 esper-disc-tab pic 9(3).

       procedure division.

      * lista de espera das disciplinas cheias: primeiro solta a
      * vaga de quem trancou ou cancelou o curso no 47/au, tira do
      * cadnota o esqueleto zerado de quem saiu da disciplina, e
      * chama a fila de cada disciplina na ordem de chegada enquanto
      * houver vaga - inclusive a aberta por desistencia no 46/at ou
      * por aumento de vagas no 45/as. quem e chamado ganha a
      * matricula e o esqueleto de notas, como no 46/at, e sai no
      * extrato de avisos.
       PGM-1.
          perform inicio.
          perform libera-vagas until fim-arq = "sim".
          perform limpa-esqueletos.
          perform chama-fila.
          perform fim.
          stop run.

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
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-disc-arq = "sim".
          close disciplinas.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "LISTA DE ESPERA: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               move 8 to return-code
               stop run.
          open i-o matricula.
          if matricula-sts not equal "00"
               open output matricula
               close matricula
               open i-o matricula.
          open i-o listaesp.
          if listaesp-sts not equal "00"
               open output listaesp
               close listaesp
               open i-o listaesp.
          open output avisoesp.
          open output relespera.
          move spaces to linha-rel.
          string "LISTA DE ESPERA POR DISCIPLINA - TERMO "
              termo-corrente " - EMITIDA EM " data-execucao
              into linha-rel.
          write linha-rel.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move low-values to chave-mat.
          start matricula key not < chave-mat
               invalid key move "sim" to fim-arq
          end-start.

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-disc-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                       move vagas-disc to vagas-disc-tab(tot-disc)
                       move 0 to inscr-disc-tab(tot-disc)
                       move 0 to cham-disc-tab(tot-disc)
                       move 0 to esper-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

      * matricula do termo de aluno trancado ou cancelado sai do
      * arquivo e a vaga volta para a disciplina; as demais contam
      * como inscritos.
       libera-vagas.
          read matricula next
              at end move "sim" to fim-arq
              not at end
                  if termo-mat equal termo-corrente
                       perform confere-inscrito.

       confere-inscrito.
          move num-mat to num-ent of reg-alu.
          perform le-aluno.
          move disc-mat to disc-busca.
          perform busca-disciplina.
          if aluno-existe equal "sim"
               and (situa-ent equal "T" or situa-ent equal "C")
               delete matricula record
                    invalid key
                         display "LISTA DE ESPERA: ERRO AO TIRAR "
                             "A MATRICULA " chave-mat
                    not invalid key
                         add 1 to cont-liberadas
                         perform linha-liberada
          else
               if idx-disc-achado not = 0
                    add 1 to inscr-disc-tab(idx-disc-achado).

       linha-liberada.
          move spaces to linha-rel.
          string "VAGA LIBERADA: DISCIPLINA " disc-mat " ALUNO "
              num-mat " " nome-ent of reg-alu " SITUACAO "
              situa-ent into linha-rel.
          write linha-rel.

       le-aluno.
          read cadalu
               invalid key move "nao" to aluno-existe
               not invalid key move "sim" to aluno-existe.

      * esqueleto zerado do termo sem matricula e de aluno que saiu
      * da disciplina; nota ja lancada fica no cadnota.
       limpa-esqueletos.
          move "nao" to fim-arq.
          open input cadnota.
          if cadnota-sts not equal "00"
               close cadnota
          else
               open output cadnotawrk
               perform separa-nota until fim-arq = "sim"
               close cadnota cadnotawrk
               perform regrava-cadnota.

       separa-nota.
          read cadnota at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move "sim" to achou-mat
               if termo-nota-ent equal termo-corrente
                    and not1 = 0 and not2 = 0 and not3 = 0
                    and not4 = 0
                    perform busca-matricula-nota
               end-if
               if achou-mat equal "sim"
                    move reg-nota to reg-notawrk
                    write reg-notawrk
               else
                    add 1 to cont-esqueletos.

       busca-matricula-nota.
          move num-ent of reg-nota to num-mat.
          move disc-ent to disc-mat.
          move termo-nota-ent to termo-mat.
          read matricula
               invalid key move "nao" to achou-mat
               not invalid key move "sim" to achou-mat.

       regrava-cadnota.
          move "nao" to fim-arq.
          open input cadnotawrk.
          open output cadnota.
          perform copia-nota until fim-arq = "sim".
          close cadnotawrk cadnota.

       copia-nota.
          read cadnotawrk at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move reg-notawrk to reg-nota
               write reg-nota.

      * a chave da lista e disciplina + termo + chegada: a leitura
      * em sequencia ja vem fila por fila, na ordem de chegada.
       chama-fila.
          open extend cadnota.
          if cadnota-sts not equal "00"
               open output cadnota.
          move "nao" to fim-arq.
          move low-values to chave-esp.
          start listaesp key not < chave-esp
               invalid key move "sim" to fim-arq
          end-start.
          perform le-espera until fim-arq = "sim".
          close cadnota.

       le-espera.
          read listaesp next
              at end move "sim" to fim-arq
              not at end
                  if termo-esp equal termo-corrente
                       and situa-esp equal "E"
                       add 1 to cont-lidos
                       perform confere-espera.

       confere-espera.
          move disc-esp to disc-busca.
          perform busca-disciplina.
          move num-esp to num-ent of reg-alu.
          perform le-aluno.
          move num-esp to num-mat.
          move disc-esp to disc-mat.
          move termo-esp to termo-mat.
          read matricula
               invalid key move "nao" to achou-mat
               not invalid key move "sim" to achou-mat.
          evaluate true
              when aluno-existe equal "nao"
                   or situa-ent equal "T" or situa-ent equal "C"
                   move "C" to situa-esp
                   add 1 to cont-saidas
                   perform regrava-espera
              when achou-mat equal "sim"
                   move "M" to situa-esp
                   perform regrava-espera
              when idx-disc-achado = 0
                   add 1 to cont-rejeita
              when vagas-disc-tab(idx-disc-achado) = 0
                   perform chama-aluno
              when inscr-disc-tab(idx-disc-achado)
                   < vagas-disc-tab(idx-disc-achado)
                   perform chama-aluno
              when other
                   add 1 to cont-rejeita
                   add 1 to esper-disc-tab(idx-disc-achado)
          end-evaluate.

       regrava-espera.
          move data-execucao to data-situa-esp.
          rewrite reg-espera
               invalid key
                    display "LISTA DE ESPERA: ERRO AO REGRAVAR "
                        chave-esp
                    add 1 to cont-rejeita
               not invalid key
                    add 1 to cont-grava.

       chama-aluno.
          move unidade-ent to unidade-mat.
          write reg-matricula
               invalid key
                    display "LISTA DE ESPERA: MATRICULA JA EXISTE "
                        chave-mat
                    add 1 to cont-rejeita
               not invalid key
                    perform grava-esqueleto
                    perform grava-aviso
                    move "M" to situa-esp
                    perform regrava-espera.

       grava-esqueleto.
          move num-esp to num-ent of reg-nota.
          move disc-esp to disc-ent.
          move termo-esp to termo-nota-ent.
          move 0 to not1.
          move 0 to not2.
          move 0 to not3.
          move 0 to not4.
          write reg-nota.
          add 1 to inscr-disc-tab(idx-disc-achado).
          add 1 to cham-disc-tab(idx-disc-achado).
          add 1 to cont-chamados.

       grava-aviso.
          move num-esp to num-aviso.
          move nome-ent of reg-alu to nome-aviso.
          move disc-esp to disc-aviso.
          move nome-disc-tab(idx-disc-achado) to nomed-aviso.
          move termo-esp to termo-aviso.
          move data-execucao to data-aviso.
          write reg-avisoesp.
          move spaces to linha-rel.
          string "CHAMADO DA LISTA: DISCIPLINA " disc-esp " ALUNO "
              num-esp " " nome-ent of reg-alu into linha-rel.
          write linha-rel.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-busca
               move idx-dsc to idx-disc-achado.

       fim.
          move spaces to linha-rel.
          write linha-rel.
          perform resume-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          move spaces to linha-rel.
          write linha-rel.
          move cont-liberadas to cont-edit.
          move spaces to linha-rel.
          string "VAGAS LIBERADAS POR TRANCAMENTO/CANCELAMENTO "
              cont-edit into linha-rel.
          write linha-rel.
          move cont-esqueletos to cont-edit.
          move spaces to linha-rel.
          string "ESQUELETOS DE NOTA SEM MATRICULA RETIRADOS .. "
              cont-edit into linha-rel.
          write linha-rel.
          move cont-chamados to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS CHAMADOS DA LISTA ................... "
              cont-edit into linha-rel.
          write linha-rel.
          move cont-saidas to cont-edit.
          move spaces to linha-rel.
          string "SAIRAM DA LISTA (TRANCADOS/CANCELADOS) ..... "
              cont-edit into linha-rel.
          write linha-rel.
          close relespera avisoesp.
          move "88-ESPER" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-grava to grava-aud.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close listaesp matricula cadalu auditoria.
          display "LISTA DE ESPERA: " cont-chamados " CHAMADOS, "
              cont-rejeita " AINDA ESPERANDO - VER RELESPERA.DAT".

      * por disciplina com fila ou chamada no dia: vagas, inscritos
      * e a fila que sobrou, na ordem de chegada.
       resume-disciplina.
          if esper-disc-tab(idx-dsc) > 0 or cham-disc-tab(idx-dsc) > 0
               move vagas-disc-tab(idx-dsc) to vagas-edit
               move inscr-disc-tab(idx-dsc) to inscr-edit
               move esper-disc-tab(idx-dsc) to espera-edit
               move spaces to linha-rel
               string "DISCIPLINA " cod-disc-tab(idx-dsc) " "
                   nome-disc-tab(idx-dsc) " VAGAS " vagas-edit
                   " INSCR " inscr-edit " FILA " espera-edit
                   into linha-rel
               write linha-rel
               perform lista-fila.

       lista-fila.
          move 0 to posicao-fila.
          move "nao" to fim-arq.
          move cod-disc-tab(idx-dsc) to disc-esp.
          move termo-corrente to termo-esp.
          move 0 to seq-esp.
          start listaesp key not < chave-esp
               invalid key move "sim" to fim-arq
          end-start.
          perform linha-fila until fim-arq = "sim".

       linha-fila.
          read listaesp next
              at end move "sim" to fim-arq
              not at end
                  if disc-esp not equal cod-disc-tab(idx-dsc)
                       or termo-esp not equal termo-corrente
                       move "sim" to fim-arq
                  else
                       if situa-esp equal "E"
                            perform linha-esperando.

       linha-esperando.
          add 1 to posicao-fila.
          move posicao-fila to cont-edit.
          move num-esp to num-ent of reg-alu.
          read cadalu
               invalid key move "(ALUNO SEM CADASTRO)" to nome-ent
                   of reg-alu
          end-read.
          move spaces to linha-rel.
          string "  " cont-edit " ALUNO " num-esp " "
              nome-ent of reg-alu " DESDE " data-esp into linha-rel.
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
