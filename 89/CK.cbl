       identification division.
       program-id. CK.
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
       select liberpre assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-lib
       file status is liberpre-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select prereqs assign to disk
       organization is line sequential
       file status is prereqs-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
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
       fd liberpre
          label record is standard
          value of file-id is "liberpre.dat".
          copy "liberpre.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd prereqs
          label record is standard
          value of file-id is "prereqs.dat".
          copy "prereq.cpy".

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       01 reg-parmtermo.
          02 termo-ent pic 9(6).

       fd parmcent
          label record is standard
          value of file-id is "parmcent.dat".
          copy "parmcent.cpy".

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
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       77 fim-arq pic x(3) value "nao".
       77 liberpre-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 prereqs-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 num-digitado pic 9(5) value 0.
       77 disc-digitada pic 9(3) value 0.
       77 termo-digitado pic 9(6) value 0.
       77 motivo-digitado pic x(30) value spaces.
       77 confirma pic x(1) value " ".
       77 chave-valida pic x(3) value "nao".
       77 tem-prereq pic x(3) value "nao".
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 tot-disc pic 9(3) value 0.
       77 idx-disc-achado pic 9(3) value 0.
       77 tot-pre pic 9(4) value 0.
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 nome-disc-tab  pic x(30).
       01 tabela-prereq.
           02 item-pre occurs 1000 times indexed by idx-pre.
               03 disc-pre-tab pic 9(3).
               03 req-pre-tab  pic 9(3).

       procedure division.

      * liberacao de pre-requisito pelo coordenador: o aluno fica
      * dispensado dos pre-requisitos de uma disciplina num termo e a
      * matricula (46/at) aceita a inclusao. cada liberacao guarda o
      * motivo, a data e o operador que assinou; nao se exclui.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
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
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input prereqs.
          if prereqs-sts equal "00"
               perform carrega-prereqs until fim-arq = "sim".
          close prereqs.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "LIBERACAO: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               stop run.
          open i-o liberpre.
          if liberpre-sts not equal "00"
               open output liberpre
               close liberpre
               open i-o liberpre.

       carrega-disciplinas.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-disc < 500
                       add 1 to tot-disc
                       move cod-disc to cod-disc-tab(tot-disc)
                       move nome-disc to nome-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

       carrega-prereqs.
          read prereqs
              at end move "sim" to fim-arq
              not at end
                  if tot-pre < 1000
                       add 1 to tot-pre
                       move disc-pre to disc-pre-tab(tot-pre)
                       move req-pre to req-pre-tab(tot-pre)
                  else
                       display "PREREQS.DAT EXCEDEU 1000 "
                           "PRE-REQUISITOS".

       principal.
          display " ".
          display "LIBERACAO DE PRE-REQUISITO - TERMO CORRENTE "
              termo-corrente.
          display "L=LISTAR  C=CONSULTAR  I=INCLUIR  F=FIM: "
               with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-liberacoes
              when opcao equal "C" or opcao equal "c"
                   perform consulta-liberacao
              when opcao equal "I" or opcao equal "i"
                   perform inclui-liberacao
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I OU F"
          end-evaluate.

       lista-liberacoes.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to chave-lib.
          start liberpre key not < chave-lib
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "ALUNO DISC TERMO  MOTIVO                       "
                   "   DATA   OPERADOR"
               perform lista-uma until fim-arq = "sim".
          if cont-listados = 0
               display "NENHUMA LIBERACAO GRAVADA".

       lista-uma.
          read liberpre next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  display num-lib " " disc-lib "  " termo-lib " "
                      motivo-lib " " data-lib " " oper-lib.

       consulta-liberacao.
          perform pede-chave.
          if chave-valida equal "sim"
               read liberpre
                    invalid key
                         display "SEM LIBERACAO PARA O ALUNO NA "
                             "DISCIPLINA E TERMO"
                    not invalid key
                         perform mostra-liberacao.

       mostra-liberacao.
          display "MOTIVO ...... " motivo-lib.
          display "LIBERADO EM   " data-lib " POR " oper-lib.

       inclui-liberacao.
          perform pede-chave.
          if chave-valida equal "sim"
               read liberpre
                    invalid key
                         perform pede-motivo
                    not invalid key
                         display "LIBERACAO JA GRAVADA"
                         perform mostra-liberacao.

      * o motivo e obrigatorio: a liberacao responde por si so na
      * auditoria da secretaria.
       pede-motivo.
          display "MOTIVO DA LIBERACAO ..... " with no advancing.
          accept motivo-digitado.
          if motivo-digitado equal spaces
               display "MOTIVO EM BRANCO - LIBERACAO NAO GRAVADA"
          else
               display "CONFIRMA A LIBERACAO (S/N)? "
                   with no advancing
               accept confirma
               if confirma equal "S" or confirma equal "s"
                    perform grava-liberacao
               else
                    display "LIBERACAO NAO GRAVADA".

       grava-liberacao.
          move num-digitado to num-lib.
          move disc-digitada to disc-lib.
          move termo-digitado to termo-lib.
          move motivo-digitado to motivo-lib.
          move data-execucao to data-lib.
          move oper-digitado to oper-lib.
          write reg-liberpre
               invalid key
                    display "ERRO AO GRAVAR A LIBERACAO"
               not invalid key
                    move "LIBERPRE" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-liberpre to depois-diario
                    perform grava-diario
                    add 1 to cont-gravados
                    display "LIBERACAO GRAVADA".

       pede-chave.
          move "nao" to chave-valida.
          display "ALUNO ................... " with no advancing.
          accept num-digitado.
          display "DISCIPLINA .............. " with no advancing.
          accept disc-digitada.
          display "TERMO (TTAAAA, 0 CORRENTE) " with no advancing.
          accept termo-digitado.
          if termo-digitado = 0
               move termo-corrente to termo-digitado.
          move num-digitado to num-ent.
          read cadalu
               invalid key move "99" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          perform busca-disciplina.
          perform busca-prereq.
          evaluate true
              when cadalu-sts not equal "00"
                   display "ALUNO " num-digitado " NAO CADASTRADO"
              when idx-disc-achado = 0
                   display "DISCIPLINA " disc-digitada
                       " NAO CADASTRADA"
              when tem-prereq equal "nao"
                   display "DISCIPLINA " disc-digitada
                       " NAO TEM PRE-REQUISITO"
              when other
                   move "sim" to chave-valida
                   display nome-ent " - "
                       nome-disc-tab(idx-disc-achado)
                   move num-digitado to num-lib
                   move disc-digitada to disc-lib
                   move termo-digitado to termo-lib
          end-evaluate.

       busca-disciplina.
          move 0 to idx-disc-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
              until idx-dsc > tot-disc.

       acha-disciplina.
          if idx-disc-achado = 0
               and cod-disc-tab(idx-dsc) equal disc-digitada
               move idx-dsc to idx-disc-achado.

       busca-prereq.
          move "nao" to tem-prereq.
          perform acha-prereq varying idx-pre from 1 by 1
              until idx-pre > tot-pre.

       acha-prereq.
          if disc-pre-tab(idx-pre) equal disc-digitada
               move "sim" to tem-prereq.

       fim.
          close liberpre cadalu.
          display "LIBERACOES NA SESSAO: " cont-gravados.

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
          move "89/CK" to prog-dia.
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
