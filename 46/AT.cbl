       access mode is dynamic
       record key is chave-mat
       file status is matricula-sts.
       select listaesp assign to disk
       organization is indexed
       access mode is dynamic
       record key is chave-esp
       file status is listaesp-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select prereqs assign to disk
       organization is line sequential
       file status is prereqs-sts.
       select liberpre assign to disk
       organization is indexed
       access mode is random
       record key is chave-lib
       file status is liberpre-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       file status is cadnota-sts.
       select relmatric assign to disk
       organization is line sequential.
       select aproveita assign to disk
       organization is indexed
       access mode is random
       record key is chave-apr
       file status is aproveita-sts.
       select parmpeso assign to disk
       organization is line sequential
       file status is parmpeso-sts.
       select parmcorte assign to disk
       organization is line sequential
       file status is parmcorte-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
      * transacao de matricula digitada pela secretaria: aluno e
      * disciplina; o termo corrente vem de parmtermo/parmcent.
      * tipo D e a desistencia da disciplina; branco (transacao
      * antiga) ou I e a inclusao.
       fd mattran
          label record is standard
          value of file-id is "mattran.dat".
       01 reg-mattran.
          02 num-tran  pic 9(5).
          02 disc-tran pic 9(3).
          02 tipo-tran pic x(1).

       fd mattran-rej
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd listaesp
          label record is standard
          value of file-id is "listaesp.dat".
          copy "listaesp.cpy".

       fd disciplinas
          label record is standard
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd prereqs
          label record is standard
          value of file-id is "prereqs.dat".
          copy "prereq.cpy".

       fd liberpre
          label record is standard
          value of file-id is "liberpre.dat".
          copy "liberpre.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
           value of file-id is "relmatric.dat".
       01 linha-rel pic x(80).

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

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

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

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
       01 valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 visao-parm-peso redefines valor-parm-achado.
           02 valor-parm-peso pic 9(3).
           02 filler pic x(7).
       01 visao-parm-corte redefines valor-parm-achado.
           02 valor-parm-corte pic 9(2).
           02 filler pic x(8).
       77 fim-tran-arq pic x(3) value "nao".
       77 fim-mat-arq pic x(3) value "nao".
       77 fim-disc-arq pic x(3) value "nao".
       77 cadnota-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 listaesp-sts pic x(2).
       77 fim-esp-arq pic x(3) value "nao".
       77 achou-espera pic x(3) value "nao".
       77 ultimo-seq pic 9(6) value 0.
       77 cont-espera pic 9(7) value 0.
       77 cont-desiste pic 9(7) value 0.
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 aluno-existe pic x(3) value "nao".
       77 cont-rejeita pic 9(7) value 0.
       77 cont-roster pic 9(5) value 0.
       77 cont-edit pic zzzz9.
       77 prereqs-sts pic x(2).
       77 liberpre-sts pic x(2).
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 fim-pre-arq pic x(3) value "nao".
       77 fim-nota-arq pic x(3) value "nao".
       77 tem-liberpre pic x(3) value "nao".
       77 aproveita-sts pic x(2).
       77 tem-aproveita pic x(3) value "nao".
       77 peso1 pic 9(3) value 25.
       77 peso2 pic 9(3) value 25.
       77 peso3 pic 9(3) value 25.
       77 peso4 pic 9(3) value 25.
       77 corte-aprov pic 9(2) value 6.
       77 media pic 9(2)v99 value 0.
       77 parte-termo pic 9(2) value 0.
       77 parte-ano pic 9(4) value 0.
       77 chave-corrente pic 9(6) value 0.
       77 chave-lida pic 9(6) value 0.
       77 tot-pre pic 9(4) value 0.
       77 tot-aprv pic 9(5) value 0.
       77 idx-aprv-achado pic 9(5) value 0.
       77 req-faltante pic 9(3) value 0.
       77 num-busca pic 9(5) value 0.
       77 eh-requisito pic x(3) value "nao".
       77 cont-liberados pic 9(7) value 0.
       01 tabela-prereq.
           02 item-pre occurs 1000 times indexed by idx-pre.
               03 disc-pre-tab pic 9(3).
               03 req-pre-tab  pic 9(3).
      * aprovacoes em termo anterior ao corrente, so nas disciplinas
      * que sao pre-requisito de alguma outra.
       01 tabela-aprovacoes.
           02 item-aprv occurs 10000 times indexed by idx-apv.
               03 num-aprv-tab  pic 9(5).
               03 disc-aprv-tab pic 9(3).
       01 tabela-disciplinas.
           02 item-disc occurs 500 times indexed by idx-dsc.
               03 cod-disc-tab   pic 9(3).
               03 vagas-disc-tab pic 9(3).
               03 ativo-disc-tab pic x(1).
               03 inscr-disc-tab pic 9(3).
               03 esper-disc-tab pic 9(3).

       procedure division.

          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-disc-arq = "sim".
          close disciplinas.
          open input prereqs.
          if prereqs-sts equal "00"
               perform carrega-prereqs until fim-pre-arq = "sim".
          close prereqs.
          if tot-pre > 0
               perform carrega-aprovacoes.
          open input liberpre.
          if liberpre-sts equal "00"
               move "sim" to tem-liberpre.
          open input aproveita.
          if aproveita-sts equal "00"
               move "sim" to tem-aproveita.
          perform conta-vagas.
          open i-o listaesp.
          if listaesp-sts not equal "00"
               open output listaesp
               close listaesp
               open i-o listaesp.
          move low-values to chave-esp.
          start listaesp key not < chave-esp
               invalid key move "sim" to fim-esp-arq
          end-start.
          perform conta-espera until fim-esp-arq = "sim".
          open input mattran.
          if mattran-sts not equal "00"
               display "MATRICULA: MATTRAN.DAT AUSENTE"
                       move vagas-disc to vagas-disc-tab(tot-disc)
                       move ativo-disc to ativo-disc-tab(tot-disc)
                       move 0 to inscr-disc-tab(tot-disc)
                       move 0 to esper-disc-tab(tot-disc)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

       carrega-prereqs.
          read prereqs
              at end move "sim" to fim-pre-arq
              not at end
                  if tot-pre < 1000
                       add 1 to tot-pre
                       move disc-pre to disc-pre-tab(tot-pre)
                       move req-pre to req-pre-tab(tot-pre)
                  else
                       display "PREREQS.DAT EXCEDEU 1000 "
                           "PRE-REQUISITOS".

      * aprovacao no pre-requisito como no 48/av: media ponderada
      * contra o corte. so vale termo anterior ao corrente, e o termo
      * ttaaaa e comparado como aaaatt.
       carrega-aprovacoes.
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
          divide termo-corrente by 10000 giving parte-termo
              remainder parte-ano.
          compute chave-corrente = parte-ano * 100 + parte-termo.
          open input cadnota.
          if cadnota-sts equal "00"
               perform apura-aprovacao until fim-nota-arq = "sim".
          close cadnota.

       apura-aprovacao.
          read cadnota
              at end move "sim" to fim-nota-arq
              not at end
                  move disc-ent to disc-busca
                  perform busca-requisito
                  if eh-requisito equal "sim"
                       perform confere-aprovacao.

       confere-aprovacao.
          divide termo-nota-ent by 10000 giving parte-termo
              remainder parte-ano.
          compute chave-lida = parte-ano * 100 + parte-termo.
          compute media = (not1 * peso1 + not2 * peso2
              + not3 * peso3 + not4 * peso4) / 100.
          if chave-lida < chave-corrente
               and media not < corte-aprov
               perform guarda-aprovacao.

       guarda-aprovacao.
          move num-ent of reg-nota to num-busca.
          perform busca-aprovacao.
          if idx-aprv-achado = 0
               if tot-aprv < 10000
                    add 1 to tot-aprv
                    move num-ent of reg-nota to num-aprv-tab(tot-aprv)
                    move disc-ent to disc-aprv-tab(tot-aprv)
               else
                    display "TABELA DE APROVACOES CHEIA - ALUNO "
                        num-ent of reg-nota " IGNORADO".

       busca-requisito.
          move "nao" to eh-requisito.
          perform acha-requisito varying idx-pre from 1 by 1
              until idx-pre > tot-pre.

       acha-requisito.
          if req-pre-tab(idx-pre) equal disc-busca
               move "sim" to eh-requisito.

      * procura a aprovacao do aluno num-busca na disciplina
      * disc-busca
       busca-aprovacao.
          move 0 to idx-aprv-achado.
          perform acha-aprovacao varying idx-apv from 1 by 1
              until idx-apv > tot-aprv.

       acha-aprovacao.
          if idx-aprv-achado = 0
               and num-aprv-tab(idx-apv) equal num-busca
               and disc-aprv-tab(idx-apv) equal disc-busca
               move idx-apv to idx-aprv-achado.

      * so as matriculas do termo corrente entram na conta de vagas;
      * o arquivo e varrido uma vez e so os contadores por disciplina
      * ficam em memoria - nenhuma tabela limita o tamanho do termo.
                       if idx-disc-achado not = 0
                            add 1 to inscr-disc-tab(idx-disc-achado).

      * a lista de espera guarda a ordem de chegada pela sequencia,
      * que continua da maior ja gravada; quem ainda espera no termo
      * corrente conta por disciplina.
       conta-espera.
          read listaesp next
              at end move "sim" to fim-esp-arq
              not at end
                  if seq-esp > ultimo-seq
                       move seq-esp to ultimo-seq
                  end-if
                  if termo-esp equal termo-corrente
                       and situa-esp equal "E"
                       move disc-esp to disc-busca
                       perform busca-disciplina
                       if idx-disc-achado not = 0
                            add 1 to esper-disc-tab(idx-disc-achado).

       principal.
          read mattran at end move "sim" to fim-tran-arq.
          if fim-tran-arq not equal "sim"
               perform critica.

       critica.
          if tipo-tran equal "D" or tipo-tran equal "d"
               perform critica-desistencia
          else
               perform critica-inclusao.

      * disciplina cheia, ou com gente na fila, manda o aluno para
      * a lista de espera na ordem de chegada: a vaga que abrir
      * e do primeiro da fila (88/cj), nao de quem chegar depois.
       critica-inclusao.
          move num-tran to num-ent of reg-alu.
          read cadalu
               invalid key move "nao" to aluno-existe
          move disc-tran to disc-busca.
          perform busca-disciplina.
          perform busca-matricula.
          perform confere-prereqs.
          evaluate true
              when aluno-existe equal "nao"
                   move "ALUNO INEXISTENTE EM CADALU" to motivo-rej
              when achou-mat equal "sim"
                   move "JA MATRICULADO NO TERMO" to motivo-rej
                   perform rejeita
              when req-faltante not = 0
                   move spaces to motivo-rej
                   string "FALTA PRE-REQUISITO " req-faltante
                       into motivo-rej
                   perform rejeita
              when vagas-disc-tab(idx-disc-achado) > 0
                   and inscr-disc-tab(idx-disc-achado)
                   not < vagas-disc-tab(idx-disc-achado)
                   perform entra-espera
              when vagas-disc-tab(idx-disc-achado) > 0
                   and esper-disc-tab(idx-disc-achado) > 0
                   perform entra-espera
              when other
                   perform matricula-aluno
          end-evaluate.

      * o primeiro pre-requisito sem aprovacao em termo anterior
      * barra a inclusao, a menos que o coordenador tenha liberado
      * o aluno na disciplina e no termo (liberpre.dat, 89/ck).
       confere-prereqs.
          move 0 to req-faltante.
          move num-tran to num-busca.
          perform falta-prereq varying idx-pre from 1 by 1
              until idx-pre > tot-pre or req-faltante not = 0.
          if req-faltante not = 0 and tem-liberpre equal "sim"
               move num-tran to num-lib
               move disc-tran to disc-lib
               move termo-corrente to termo-lib
               read liberpre
                    invalid key continue
                    not invalid key
                         move 0 to req-faltante
                         add 1 to cont-liberados
               end-read.
          move disc-tran to disc-busca.

      * o requisito aproveitado de outra escola (90/cl) vale como
      * aprovado.
       falta-prereq.
          if disc-pre-tab(idx-pre) equal disc-tran
               move req-pre-tab(idx-pre) to disc-busca
               perform busca-aprovacao
               if idx-aprv-achado = 0
                    perform busca-aproveitamento
               end-if
               if idx-aprv-achado = 0
                    move req-pre-tab(idx-pre) to req-faltante.

       busca-aproveitamento.
          if tem-aproveita equal "sim"
               move num-busca to num-apr
               move disc-busca to disc-apr
               read aproveita
                    invalid key continue
                    not invalid key move 1 to idx-aprv-achado
               end-read.

       entra-espera.
          perform busca-espera.
          if achou-espera equal "sim"
               move "JA NA LISTA DE ESPERA" to motivo-rej
               perform rejeita
          else
               add 1 to ultimo-seq
               move disc-tran to disc-esp
               move termo-corrente to termo-esp
               move ultimo-seq to seq-esp
               move num-tran to num-esp
               move data-execucao to data-esp
               move "E" to situa-esp
               move data-execucao to data-situa-esp
               write reg-espera
                    invalid key
                         move "ERRO NA LISTA DE ESPERA" to motivo-rej
                         perform rejeita
                    not invalid key
                         add 1 to esper-disc-tab(idx-disc-achado)
                         add 1 to cont-espera
                         move spaces to antes-diario
                         move "I" to acao-diario
                         perform diario-espera.

      * procura o aluno esperando na fila da disciplina no termo
       busca-espera.
          move "nao" to achou-espera.
          move "nao" to fim-esp-arq.
          move disc-tran to disc-esp.
          move termo-corrente to termo-esp.
          move 0 to seq-esp.
          start listaesp key not < chave-esp
               invalid key move "sim" to fim-esp-arq
          end-start.
          perform procura-espera
              until fim-esp-arq = "sim" or achou-espera = "sim".

       procura-espera.
          read listaesp next
              at end move "sim" to fim-esp-arq
              not at end
                  if disc-esp not equal disc-tran
                       or termo-esp not equal termo-corrente
                       move "sim" to fim-esp-arq
                  else
                       if num-esp equal num-tran
                            and situa-esp equal "E"
                            move "sim" to achou-espera.

      * desistencia: sai a matricula do termo e a vaga fica para a
      * lista de espera; o esqueleto de notas zerado sem matricula
      * o 88/cj tira do cadnota. quem so estava na fila sai dela.
       critica-desistencia.
          move disc-tran to disc-busca.
          perform busca-disciplina.
          perform busca-matricula.
          if achou-mat equal "sim"
               perform desmatricula
          else
               perform busca-espera
               if achou-espera equal "sim"
                    perform desiste-espera
               else
                    move "NAO MATRICULADO NO TERMO" to motivo-rej
                    perform rejeita.

       desmatricula.
          move reg-matricula to antes-diario.
          delete matricula record
               invalid key
                    move "ERRO AO TIRAR A MATRICULA" to motivo-rej
                    perform rejeita
               not invalid key
                    add 1 to cont-desiste
                    move "MATRICULA" to arq-diario
                    move "E" to acao-diario
                    perform grava-diario
                    if idx-disc-achado not = 0
                         and inscr-disc-tab(idx-disc-achado) > 0
                         subtract 1
                             from inscr-disc-tab(idx-disc-achado).

       desiste-espera.
          move reg-espera to antes-diario.
          move "C" to situa-esp.
          move data-execucao to data-situa-esp.
          rewrite reg-espera
               invalid key
                    move "ERRO NA LISTA DE ESPERA" to motivo-rej
                    perform rejeita
               not invalid key
                    add 1 to cont-desiste
                    move "A" to acao-diario
                    perform diario-espera
                    if idx-disc-achado not = 0
                         and esper-disc-tab(idx-disc-achado) > 0
                         subtract 1
                             from esper-disc-tab(idx-disc-achado).

      * grava a matricula e o esqueleto de notas zeradas do termo,
      * para 30/ad distinguir nota faltante de aluno nao matriculado.
       matricula-aluno.
                    move "JA MATRICULADO NO TERMO" to motivo-rej
                    perform rejeita
               not invalid key
                    move "MATRICULA" to arq-diario
                    move "I" to acao-diario
                    move spaces to antes-diario
                    move reg-matricula to depois-diario
                    perform grava-diario
                    perform grava-esqueleto.

       diario-espera.
          move "LISTAESP" to arq-diario.
          move reg-espera to depois-diario.
          perform grava-diario.

       grava-esqueleto.
          move num-tran to num-ent of reg-nota.
          move disc-tran to disc-ent.
          move 0 to not3.
          move 0 to not4.
          write reg-nota.
          move "CADNOTA" to arq-diario.
          move "I" to acao-diario.
          move spaces to antes-diario.
          move reg-nota to depois-diario.
          perform grava-diario.
          add 1 to inscr-disc-tab(idx-disc-achado).
          add 1 to cont-grava.

          move "46-MATRI" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          compute grava-aud = cont-grava + cont-espera + cont-desiste.
          move cont-rejeita to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close mattran mattran-rej matricula cadnota cadalu
                listaesp auditoria.
          if tem-liberpre equal "sim"
               close liberpre.
          if tem-aproveita equal "sim"
               close aproveita.
          display "MATRICULA: " cont-grava " ACEITAS, "
              cont-espera " NA LISTA DE ESPERA, " cont-desiste
              " DESISTENCIAS, " cont-rejeita " REJEITADAS".
          if cont-liberados > 0
               display "MATRICULA: " cont-liberados " ACEITAS SEM "
                   "PRE-REQUISITO POR LIBERACAO DO COORDENADOR".

      * lista de inscritos por disciplina do termo corrente, com o
      * nome do aluno buscado no cadastro.
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.

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
          move "46/AT" to prog-dia.
          move "MATTRAN" to oper-dia.
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
