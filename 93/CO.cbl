       identification division.
       program-id. CO.
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
       select regdiploma assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-reg
       file status is regdiploma-sts.
       select concluintes assign to disk
       organization is line sequential
       file status is concluintes-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-apr
       file status is aproveita-sts.
       select ativcompl assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-ativ
       file status is ativcompl-sts.
       select catativ assign to disk
       organization is line sequential
       file status is catativ-sts.
       select parmpeso assign to disk
       organization is line sequential
       file status is parmpeso-sts.
       select parmcorte assign to disk
       organization is line sequential
       file status is parmcorte-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select histoficial assign to disk
       organization is line sequential.
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
       fd regdiploma
          label record is standard
          value of file-id is "regdiploma.dat".
          copy "regdiploma.cpy".

       fd concluintes
          label record is standard
          value of file-id is "concluintes.dat".
          copy "concluinte.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd catativ
          label record is standard
          value of file-id is "catativ.dat".
          copy "catativ.cpy".

       fd parmpeso
          label record is standard
          value of file-id is "parmpeso.dat".
       01 reg-parmpeso.
          02 peso1-ent pic 9(3).
          02 peso2-ent pic 9(3).
          02 peso3-ent pic 9(3).
          02 peso4-ent pic 9(3).

       fd parmcorte
          label record is standard
          value of file-id is "parmcorte.dat".
       01 reg-parmcorte.
          02 corte-ent pic 9(2).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

       fd histoficial
           label record are standard
           value of file-id is "histoficial.dat".
       01 linha-rel pic x(80).

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
           02 valor-parm-peso pic 9(3).
           02 filler pic x(7).
       01 visao-parm-corte redefines valor-parm-achado.
           02 valor-parm-corte pic 9(2).
           02 filler pic x(8).
       01 visao-parm-horas redefines valor-parm-achado.
           02 valor-parm-horas pic 9(3).
           02 filler pic x(7).
       77 fim-arq pic x(3) value "nao".
       77 regdiploma-sts pic x(2).
       77 concluintes-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 ativcompl-sts pic x(2).
       77 catativ-sts pic x(2).
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 confirma pic x(1) value " ".
       77 num-digitado pic 9(5) value 0.
       77 reg-digitado pic 9(6) value 0.
       77 assina-digitado pic x(30) value spaces.
       77 tem-aproveita pic x(3) value "nao".
       77 tem-ativcompl pic x(3) value "nao".
       77 aluno-valido pic x(3) value "nao".
       77 termo-concluiu pic 9(6) value 0.
       77 reg-original pic 9(6) value 0.
       77 ultimo-reg pic 9(6) value 0.
       77 data-execucao pic 9(6) value 0.
       77 peso1 pic 9(3) value 25.
       77 peso2 pic 9(3) value 25.
       77 peso3 pic 9(3) value 25.
       77 peso4 pic 9(3) value 25.
       77 corte-aprov pic 9(2) value 6.
       77 horas-minimas pic 9(3) value 200.
       77 media pic 9(2)v99 value 0.
       77 parte-termo pic 9(2) value 0.
       77 parte-ano pic 9(4) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 disc-busca pic 9(3) value 0.
       77 tot-cat pic 9(2) value 0.
       77 idx-cat-achado pic 9(2) value 0.
       77 tot-cursadas pic 9(3) value 0.
       77 idx-menor pic 9(3) value 0.
       77 chave-menor pic 9(6) value 0.
       77 cont-impressas pic 9(3) value 0.
       77 faltando pic 9(3) value 0.
       77 horas-contadas pic 9(5) value 0.
       77 total-contado pic 9(5) value 0.
       77 carga-cursada pic 9(5) value 0.
       77 carga-aproveitada pic 9(5) value 0.
       77 cont-emitidos pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 rotulo-situa pic x(11) value spaces.
       77 media-edit pic z9,99.
       77 horas-edit pic zzzz9.
       77 quebra-pagina pic x(22) value
           "---- NOVA PAGINA ----".
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 nome-disc-tab  pic x(30).
               03 carga-disc-tab pic 9(3).
               03 obrig-disc-tab pic x(1).
               03 ativo-disc-tab pic x(1).
               03 aprov-disc-tab pic x(1).
       01 tabela-categorias.
           02 item-cat occurs 99 times indexed by idx-cat.
               03 cod-cat-tab   pic 9(2).
               03 max-cat-tab   pic 9(3).
               03 soma-cat-tab  pic 9(5).
      * disciplinas cursadas pelo aluno, todos os termos, para o
      * historico em ordem de calendario (chave aaaatt)
       01 tabela-cursadas.
           02 item-cursada occurs 300 times indexed by idx-cur.
               03 disc-cur-tab    pic 9(3).
               03 termo-cur-tab   pic 9(6).
               03 chave-cur-tab   pic 9(6).
               03 media-cur-tab   pic 9(2)v99.
               03 listado-cur-tab pic x(1).

       procedure division.

      * emissao do diploma e do historico escolar oficial: so para
      * o concluinte da turma c (55/bc) que passa na auditoria de
      * formatura (as regras do 48/av). cada emissao toma o proximo
      * numero do livro de registro, que e permanente; a segunda via
      * tem numero proprio e aponta para o registro original.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input parmpeso.
          if parmpeso-sts equal "00"
               read parmpeso
               move peso1-ent to peso1
               move peso2-ent to peso2
               move peso3-ent to peso3
               move peso4-ent to peso4.
          close parmpeso.
          open input parmcorte.
          if parmcorte-sts equal "00"
               read parmcorte
               move corte-ent to corte-aprov.
          close parmcorte.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "PESO1" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso1.
          move "PESO2" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso2.
          move "PESO3" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso3.
          move "PESO4" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso4.
          move "CORTE" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-corte to corte-aprov.
          move "HORASCOMPL" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-horas to horas-minimas.
          open input disciplinas.
          if disciplinas-sts not equal "00"
               display "DIPLOMA: DISCIPLINAS.DAT AUSENTE - SEM "
                   "CURRICULO PARA CONFERIR"
               stop run.
          perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input catativ.
          if catativ-sts equal "00"
               perform carrega-categorias until fim-arq = "sim".
          close catativ.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "DIPLOMA: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open input aproveita.
          if aproveita-sts equal "00"
               move "sim" to tem-aproveita.
          open input ativcompl.
          if ativcompl-sts equal "00"
               move "sim" to tem-ativcompl.
          open i-o regdiploma.
          if regdiploma-sts not equal "00"
               open output regdiploma
               close regdiploma
               open i-o regdiploma.
          perform acha-ultimo-registro.
          open output histoficial.

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                       move carga-disc to carga-disc-tab(tot-disc)
                       move obrig-disc to obrig-disc-tab(tot-disc)
                       move ativo-disc to ativo-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

       carrega-categorias.
          read catativ
              at end move "sim" to fim-arq
              not at end
                  if tot-cat < 99
                       add 1 to tot-cat
                       move cod-cat to cod-cat-tab(tot-cat)
                       move max-cat to max-cat-tab(tot-cat)
                  else
                       display "CATATIV.DAT EXCEDEU 99 CATEGORIAS".

      * o livro e lido em ordem de numero: o ultimo lido e o maior
       acha-ultimo-registro.
          move "nao" to fim-arq.
          move low-values to num-reg.
          start regdiploma key not < num-reg
               invalid key move "sim" to fim-arq
          end-start.
          perform le-ultimo until fim-arq = "sim".

       le-ultimo.
          read regdiploma next
              at end move "sim" to fim-arq
              not at end move num-reg to ultimo-reg.

       principal.
          display " ".
          display "DIPLOMA E HISTORICO OFICIAL - ULTIMO REGISTRO "
              ultimo-reg.
          display "E=EMITIR  S=SEGUNDA VIA  C=CONSULTAR REGISTRO  "
               "L=LISTAR ALUNO  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "E" or opcao equal "e"
                   perform emite-original
              when opcao equal "S" or opcao equal "s"
                   perform emite-segunda-via
              when opcao equal "C" or opcao equal "c"
                   perform consulta-registro
              when opcao equal "L" or opcao equal "l"
                   perform lista-aluno
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE E, S, C, L OU F"
          end-evaluate.

       emite-original.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          perform le-aluno.
          if aluno-valido equal "sim"
               perform busca-concluinte
               perform busca-original
               evaluate true
                   when termo-concluiu = 0
                        display "ALUNO NAO CONSTA COMO CONCLUINTE "
                            "DA TURMA C (55/BC)"
                   when reg-original not = 0
                        display "DIPLOMA JA EMITIDO NO REGISTRO "
                            reg-original " - USE S=SEGUNDA VIA"
                   when other
                        perform audita-aluno
                        perform confirma-original
               end-evaluate.

       confirma-original.
          if faltando not = 0
               display "ALUNO NAO PASSA NA AUDITORIA DE FORMATURA - "
                   "DIPLOMA NAO EMITIDO"
          else
               perform pede-assinatura
               if confirma equal "S" or confirma equal "s"
                    move "O" to tipo-reg
                    move 0 to orig-reg
                    perform grava-registro.

       emite-segunda-via.
          display "REGISTRO ORIGINAL ....... " with no advancing.
          accept reg-digitado.
          move reg-digitado to num-reg.
          read regdiploma
               invalid key move "99" to regdiploma-sts
               not invalid key move "00" to regdiploma-sts.
          if regdiploma-sts not equal "00"
               display "REGISTRO " reg-digitado " NAO EXISTE"
          else
               perform prepara-segunda-via.

      * segunda via de segunda via continua apontando para o
      * original.
       prepara-segunda-via.
          if tipo-reg equal "2"
               move orig-reg to reg-original
          else
               move num-reg to reg-original.
          move num-alu-reg to num-digitado.
          move termo-reg to termo-concluiu.
          display "SEGUNDA VIA DO REGISTRO " reg-original " - ALUNO "
              num-alu-reg " " nome-alu-reg.
          perform le-aluno.
          if aluno-valido equal "sim"
               perform carrega-cursadas
               perform pede-assinatura
               if confirma equal "S" or confirma equal "s"
                    move "2" to tipo-reg
                    move reg-original to orig-reg
                    perform grava-registro.

       pede-assinatura.
          move "N" to confirma.
          display "ASSINADO POR ............ " with no advancing.
          accept assina-digitado.
          if assina-digitado equal spaces
               display "ASSINATURA EM BRANCO - NAO EMITIDO"
          else
               display "CONFIRMA A EMISSAO (S/N)? "
                   with no advancing
               accept confirma.

       grava-registro.
          add 1 to ultimo-reg.
          move ultimo-reg to num-reg.
          move num-digitado to num-alu-reg.
          move nome-ent to nome-alu-reg.
          move termo-concluiu to termo-reg.
          move data-execucao to data-reg.
          move assina-digitado to assina-reg.
          move oper-digitado to oper-reg.
          write reg-diploma
               invalid key
                    display "ERRO AO GRAVAR O REGISTRO " num-reg
                    subtract 1 from ultimo-reg
               not invalid key
                    move "REGDIPLOMA" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-diploma to depois-diario
                    perform grava-diario
                    add 1 to cont-emitidos
                    perform imprime-historico
                    display "REGISTRO " num-reg " GRAVADO - "
                        "HISTORICO EM HISTOFICIAL.DAT".

       consulta-registro.
          display "REGISTRO ................ " with no advancing.
          accept reg-digitado.
          move reg-digitado to num-reg.
          read regdiploma
               invalid key
                    display "REGISTRO " reg-digitado " NAO EXISTE"
               not invalid key
                    perform mostra-registro.

       mostra-registro.
          display "REGISTRO " num-reg " ALUNO " num-alu-reg " "
              nome-alu-reg.
          display "  CONCLUSAO " termo-reg " EMITIDO EM " data-reg
              " POR " oper-reg.
          display "  ASSINADO POR " assina-reg.
          if tipo-reg equal "2"
               display "  SEGUNDA VIA DO REGISTRO " orig-reg.

       lista-aluno.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to num-reg.
          start regdiploma key not < num-reg
               invalid key move "sim" to fim-arq
          end-start.
          perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "NENHUM REGISTRO DO ALUNO " num-digitado.

       lista-um.
          read regdiploma next
              at end move "sim" to fim-arq
              not at end
                  if num-alu-reg equal num-digitado
                       add 1 to cont-listados
                       perform mostra-registro.

       le-aluno.
          move "nao" to aluno-valido.
          move num-digitado to num-ent of reg-alu.
          read cadalu
               invalid key
                    display "ALUNO " num-digitado " NAO CADASTRADO"
               not invalid key
                    move "sim" to aluno-valido
                    display nome-ent of reg-alu.

      * vale a ultima conclusao gravada pelo 55/bc
       busca-concluinte.
          move 0 to termo-concluiu.
          move "nao" to fim-arq.
          open input concluintes.
          if concluintes-sts equal "00"
               perform le-concluinte until fim-arq = "sim".
          close concluintes.

       le-concluinte.
          read concluintes
              at end move "sim" to fim-arq
              not at end
                  if num-conc equal num-digitado
                       move termo-conc to termo-concluiu.

       busca-original.
          move 0 to reg-original.
          move "nao" to fim-arq.
          move low-values to num-reg.
          start regdiploma key not < num-reg
               invalid key move "sim" to fim-arq
          end-start.
          perform procura-original until fim-arq = "sim".

       procura-original.
          read regdiploma next
              at end move "sim" to fim-arq
              not at end
                  if num-alu-reg equal num-digitado
                       and tipo-reg equal "O"
                       move num-reg to reg-original.

      * as regras da auditoria de formatura (48/av): disciplina
      * obrigatoria e ativa aprovada em algum termo ou aproveitada,
      * e as horas complementares contra o HORASCOMPL.
       audita-aluno.
          perform carrega-cursadas.
          move 0 to faltando.
          perform confere-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          perform soma-horas.
          if total-contado < horas-minimas
               add 1 to faltando
               move total-contado to horas-edit
               display "  ATIVIDADES COMPLEMENTARES: " horas-edit
                   " DE " horas-minimas " HORAS".

       confere-disciplina.
          if obrig-disc-tab(idx-dsc) equal "S"
               and ativo-disc-tab(idx-dsc) equal "S"
               and aprov-disc-tab(idx-dsc) equal "N"
               add 1 to faltando
               display "  FALTA " cod-disc-tab(idx-dsc) " "
                   nome-disc-tab(idx-dsc).

      * le o cadnota do aluno e marca na tabela de disciplinas a
      * aprovacao (C cursada) ou o aproveitamento (A)
       carrega-cursadas.
          move 0 to tot-cursadas.
          perform zera-aprovacao varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          move "nao" to fim-arq.
          open input cadnota.
          if cadnota-sts equal "00"
               perform le-nota until fim-arq = "sim".
          close cadnota.
          if tem-aproveita equal "sim"
               perform marca-aproveitadas varying idx-dsc from 1 by 1
                   until idx-dsc > tot-disc.

       zera-aprovacao.
          move "N" to aprov-disc-tab(idx-dsc).

       le-nota.
          read cadnota
              at end move "sim" to fim-arq
              not at end
                  if num-ent of reg-nota equal num-digitado
                       perform guarda-cursada.

       guarda-cursada.
          compute media = (not1 * peso1 + not2 * peso2
              + not3 * peso3 + not4 * peso4) / 100.
          move disc-ent to disc-busca.
          perform busca-disciplina.
          if idx-disc-achado not = 0 and media not < corte-aprov
               move "C" to aprov-disc-tab(idx-disc-achado).
          if tot-cursadas < 300
               add 1 to tot-cursadas
               move disc-ent to disc-cur-tab(tot-cursadas)
               move termo-nota-ent to termo-cur-tab(tot-cursadas)
               divide termo-nota-ent by 10000 giving parte-termo
                   remainder parte-ano
               compute chave-cur-tab(tot-cursadas) =
                   parte-ano * 100 + parte-termo
               move media to media-cur-tab(tot-cursadas)
               move "N" to listado-cur-tab(tot-cursadas)
          else
               display "ALUNO COM MAIS DE 300 LINHAS DE NOTA - "
                   "EXCEDENTE IGNORADO".

       marca-aproveitadas.
          if aprov-disc-tab(idx-dsc) equal "N"
               move num-digitado to num-apr
               move cod-disc-tab(idx-dsc) to disc-apr
               read aproveita
                    invalid key continue
                    not invalid key
                         move "A" to aprov-disc-tab(idx-dsc)
               end-read.

       soma-horas.
          perform zera-soma varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if tem-ativcompl equal "sim"
               move "nao" to fim-arq
               move num-digitado to num-ativ
               move 0 to seq-ativ
               start ativcompl key not < chave-ativ
                    invalid key move "sim" to fim-arq
               end-start
               perform le-atividade until fim-arq = "sim".
          move 0 to total-contado.
          perform conta-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.

       zera-soma.
          move 0 to soma-cat-tab(idx-cat).

       le-atividade.
          read ativcompl next
              at end move "sim" to fim-arq
              not at end
                  if num-ativ not equal num-digitado
                       move "sim" to fim-arq
                  else
                       perform soma-atividade.

       soma-atividade.
          move 0 to idx-cat-achado.
          perform acha-categoria varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if idx-cat-achado not = 0
               add horas-ativ to soma-cat-tab(idx-cat-achado).

       acha-categoria.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal cat-ativ
               move idx-cat to idx-cat-achado.

       conta-categoria.
          if max-cat-tab(idx-cat) not = 0
               and soma-cat-tab(idx-cat) > max-cat-tab(idx-cat)
               move max-cat-tab(idx-cat) to horas-contadas
          else
               move soma-cat-tab(idx-cat) to horas-contadas.
          add horas-contadas to total-contado.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-busca
               move idx-dsc to idx-disc-achado.

      * historico oficial: as disciplinas cursadas em ordem de
      * calendario com a carga horaria, as aproveitadas de outra
      * escola e as horas complementares. a carga cursada soma uma
      * vez cada disciplina aprovada.
       imprime-historico.
          if cont-emitidos > 1
               move quebra-pagina to linha-rel
               write linha-rel.
          move spaces to linha-rel.
          string "HISTORICO ESCOLAR OFICIAL - REGISTRO " num-reg
              into linha-rel.
          write linha-rel.
          if tipo-reg equal "2"
               move spaces to linha-rel
               string "SEGUNDA VIA DO REGISTRO ORIGINAL " orig-reg
                   into linha-rel
               write linha-rel.
          move spaces to linha-rel.
          string "ALUNO " num-ent of reg-alu " - " nome-ent of reg-alu
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "NASCIMENTO " dd-ent "/" mm-ent "/" aa-ent
              "   CONCLUSAO NO TERMO " termo-concluiu into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "TERMO  DISC NOME                           HORAS "
              "MEDIA  SITUACAO" into linha-rel.
          write linha-rel.
          move 0 to carga-cursada.
          move 0 to carga-aproveitada.
          move 0 to cont-impressas.
          perform marca-nao-somada varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.
          perform lista-cursada until cont-impressas = tot-cursadas.
          if tem-aproveita equal "sim"
               perform lista-aproveitada varying idx-dsc from 1 by 1
                   until idx-dsc > tot-disc.
          perform soma-horas.
          move spaces to linha-rel.
          write linha-rel.
          move carga-cursada to horas-edit.
          move spaces to linha-rel.
          string "CARGA HORARIA CURSADA ............. " horas-edit
              into linha-rel.
          write linha-rel.
          move carga-aproveitada to horas-edit.
          move spaces to linha-rel.
          string "CARGA HORARIA APROVEITADA ......... " horas-edit
              into linha-rel.
          write linha-rel.
          move total-contado to horas-edit.
          move spaces to linha-rel.
          string "ATIVIDADES COMPLEMENTARES (HORAS) . " horas-edit
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "EMITIDO EM " data-execucao " - ASSINADO POR "
              assina-digitado into linha-rel.
          write linha-rel.

      * aprov-disc-tab passa a S quando a carga ja foi somada
       marca-nao-somada.
          if aprov-disc-tab(idx-dsc) equal "S"
               move "C" to aprov-disc-tab(idx-dsc).

       lista-cursada.
          move 999999 to chave-menor.
          move 0 to idx-menor.
          perform acha-menor varying idx-cur from 1 by 1
              until idx-cur > tot-cursadas.
          move "S" to listado-cur-tab(idx-menor).
          add 1 to cont-impressas.
          move disc-cur-tab(idx-menor) to disc-busca.
          perform busca-disciplina.
          if media-cur-tab(idx-menor) not < corte-aprov
               move "APROVADO" to rotulo-situa
          else
               move "REPROVADO" to rotulo-situa.
          move media-cur-tab(idx-menor) to media-edit.
          move spaces to linha-rel.
          if idx-disc-achado = 0
               string termo-cur-tab(idx-menor) " "
                   disc-cur-tab(idx-menor) "  (SEM CADASTRO)"
                   "                   " media-edit "  "
                   rotulo-situa into linha-rel
          else
               move carga-disc-tab(idx-disc-achado) to horas-edit
               string termo-cur-tab(idx-menor) " "
                   disc-cur-tab(idx-menor) "  "
                   nome-disc-tab(idx-disc-achado) " " horas-edit " "
                   media-edit "  " rotulo-situa into linha-rel
               perform soma-carga.
          write linha-rel.

       acha-menor.
          if listado-cur-tab(idx-cur) equal "N"
               and chave-cur-tab(idx-cur) < chave-menor
               move chave-cur-tab(idx-cur) to chave-menor
               move idx-cur to idx-menor.

       soma-carga.
          if media-cur-tab(idx-menor) not < corte-aprov
               and aprov-disc-tab(idx-disc-achado) equal "C"
               add carga-disc-tab(idx-disc-achado) to carga-cursada
               move "S" to aprov-disc-tab(idx-disc-achado).

       lista-aproveitada.
          if aprov-disc-tab(idx-dsc) equal "A"
               move num-digitado to num-apr
               move cod-disc-tab(idx-dsc) to disc-apr
               read aproveita
                    invalid key continue
                    not invalid key
                         perform linha-aproveitada
               end-read.

       linha-aproveitada.
          add horas-apr to carga-aproveitada.
          move horas-apr to horas-edit.
          move nota-apr to media-edit.
          move spaces to linha-rel.
          string "APROV. " cod-disc-tab(idx-dsc) "  "
              nome-disc-tab(idx-dsc) " " horas-edit " " media-edit
              "  APROVEITADO" into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "              CURSADA EM " escola-apr
              into linha-rel.
          write linha-rel.

       fim.
          close regdiploma cadalu histoficial.
          if tem-aproveita equal "sim"
               close aproveita.
          if tem-ativcompl equal "sim"
               close ativcompl.
          display "EMISSOES NA SESSAO: " cont-emitidos.

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
          move "93/CO" to prog-dia.
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
