       identification division.
       program-id. DC.
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
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is random
       record key is chave-mens
       file status is mensalidades-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is random
       record key is chave-parc
       file status is parcelas-sts.
       select acordos assign to disk
       organization is indexed
       access mode is random
       record key is num-acordo
       file status is acordos-sts.
       select matricula assign to disk
       organization is indexed
       access mode is random
       record key is chave-mat
       file status is matricula-sts.
       select listaesp assign to disk
       organization is indexed
       access mode is random
       record key is chave-esp
       file status is listaesp-sts.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select precos assign to disk
       organization is indexed
       access mode is random
       record key is chave-preco
       file status is precos-sts.
       select planocta assign to disk
       organization is indexed
       access mode is random
       record key is chave-plano
       file status is planocta-sts.
       select cobext assign to disk
       organization is indexed
       access mode is random
       record key is cod-ext
       file status is cobext-sts.
       select liberpre assign to disk
       organization is indexed
       access mode is random
       record key is chave-lib
       file status is liberpre-sts.
       select aproveita assign to disk
       organization is indexed
       access mode is random
       record key is chave-apr
       file status is aproveita-sts.
       select ativcompl assign to disk
       organization is indexed
       access mode is random
       record key is chave-ativ
       file status is ativcompl-sts.
       select regdiploma assign to disk
       organization is indexed
       access mode is random
       record key is num-reg
       file status is regdiploma-sts.
       select bolsafam assign to disk
       organization is indexed
       access mode is random
       record key is num-bf
       file status is bolsafam-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select relrecup assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd diario
          label record is standard.
          copy "diario.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd acordos
          label record is standard
          value of file-id is "acordos.dat".
          copy "acordo.cpy".

       fd matricula
          label record is standard
          value of file-id is "matricula.dat".
          copy "matricula.cpy".

       fd listaesp
          label record is standard
          value of file-id is "listaesp.dat".
          copy "listaesp.cpy".

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd precos
          label record is standard
          value of file-id is "precos.dat".
          copy "preco.cpy".

       fd planocta
          label record is standard
          value of file-id is "planocta.dat".
          copy "planocta.cpy".

       fd cobext
          label record is standard
          value of file-id is "cobext.dat".
          copy "cobext.cpy".

       fd liberpre
          label record is standard
          value of file-id is "liberpre.dat".
          copy "liberpre.cpy".

       fd aproveita
          label record is standard
          value of file-id is "aproveita.dat".
          copy "aproveita.cpy".

       fd ativcompl
          label record is standard
          value of file-id is "ativcompl.dat".
          copy "ativcompl.cpy".

       fd regdiploma
          label record is standard
          value of file-id is "regdiploma.dat".
          copy "regdiploma.cpy".

       fd bolsafam
          label record is standard
          value of file-id is "bolsafam.dat".
          copy "bolsafam.cpy".

       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       fd relrecup
           label record are standard
           value of file-id is "relrecup.dat".
       01 linha-rel pic x(90).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 diario-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 acordos-sts pic x(2).
       77 matricula-sts pic x(2).
       77 listaesp-sts pic x(2).
       77 respfin-sts pic x(2).
       77 precos-sts pic x(2).
       77 planocta-sts pic x(2).
       77 cobext-sts pic x(2).
       77 liberpre-sts pic x(2).
       77 aproveita-sts pic x(2).
       77 ativcompl-sts pic x(2).
       77 regdiploma-sts pic x(2).
       77 bolsafam-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 data-execucao pic 9(6) value 0.
       77 nome-diario pic x(40) value spaces.
       77 data-escolhida pic 9(8) value 0.
       77 seq-limite pic 9(6) value 0.
       77 confirma pic x(1) value " ".
       77 achou-atual pic x(3) value "nao".
       77 imagem-atual pic x(200) value spaces.
       77 acao-recup pic x(1) value " ".
       77 motivo-recup pic x(40) value spaces.
       77 chave-edit pic x(20) value spaces.
       77 seq-anterior pic 9(6) value 0.
       77 cont-lidos pic 9(6) value 0.
       77 cont-aplicados pic 9(6) value 0.
       77 cont-presentes pic 9(6) value 0.
       77 cont-conflitos pic 9(6) value 0.
       77 cont-edit pic zzzz9.
       77 fim-nota-arq pic x(3) value "nao".
       77 notas-carregadas pic x(3) value "sim".
       77 notas-alteradas pic x(3) value "nao".
       77 tot-nota pic 9(5) value 0.
       77 idx-nota-achado pic 9(5) value 0.
      * a cadnota nao tem chave: fica em memoria durante a
      * recuperacao e volta inteira ao disco no fim, como no 94/cp.
       01 tabela-notas.
           02 item-nota occurs 5000 times indexed by idx-nota.
               03 linha-nota-tab.
                   04 chave-nota-tab pic x(14).
                   04 notas-nota-tab pic x(16).
               03 apagada-nota-tab pic x(1).
      * imagem do diario vista pela chave da cadnota: aluno +
      * disciplina + termo.
       01 nota-diario.
           02 chave-nota-dia pic x(14).
           02 filler         pic x(186).

       procedure division.

      * recuperacao para frente: depois de o 32/af voltar os mestres
      * a geracao da noite, reaplica o diario do dia em ordem de
      * sequencial ate o ponto escolhido (o ultimo antes da falha).
      * cada linha confere o registro atual com as imagens antes e
      * depois: igual ao depois ja esta aplicada (o arquivo nao foi
      * restaurado ou a recuperacao rodou de novo); igual ao antes
      * recebe a alteracao; diferente de ambos nao e tocada e sai no
      * relatorio para a secretaria conferir no papel.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until fim-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          display "DATA DO DIARIO A REAPLICAR (AAAAMMDD, 0 = HOJE): "
               with no advancing.
          accept data-escolhida.
          if data-escolhida = 0
               accept data-escolhida from date yyyymmdd.
          move spaces to nome-diario.
          string "diario-" delimited by size
              data-escolhida delimited by size
              ".dat" delimited by size
              into nome-diario.
          open input diario.
          if diario-sts not equal "00"
               display "DIARIO " nome-diario " NAO ENCONTRADO"
               close diario
               stop run.
          display "REAPLICAR ATE O SEQUENCIAL (0 = DIARIO INTEIRO): "
               with no advancing.
          accept seq-limite.
          display "ATENCAO: RODE SO DEPOIS DA RESTAURACAO (32/AF), "
              "UM DIA DE DIARIO POR VEZ, DO MAIS ANTIGO AO MAIS NOVO".
          display "CONFIRMA A REAPLICACAO (S/N)? " with no advancing.
          accept confirma.
          if confirma not equal "S" and confirma not equal "s"
               display "RECUPERACAO CANCELADA PELO OPERADOR"
               close diario
               stop run.
          open i-o cadalu.
          if cadalu-sts not equal "00"
               open output cadalu
               close cadalu
               open i-o cadalu.
          open i-o cadcli1.
          if cadcli1-sts not equal "00"
               open output cadcli1
               close cadcli1
               open i-o cadcli1.
          open i-o cadcont.
          if cadcont-sts not equal "00"
               open output cadcont
               close cadcont
               open i-o cadcont.
          open i-o mensalidades.
          if mensalidades-sts not equal "00"
               open output mensalidades
               close mensalidades
               open i-o mensalidades.
          open i-o parcelas.
          if parcelas-sts not equal "00"
               open output parcelas
               close parcelas
               open i-o parcelas.
          open i-o acordos.
          if acordos-sts not equal "00"
               open output acordos
               close acordos
               open i-o acordos.
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
          open i-o respfin.
          if respfin-sts not equal "00"
               open output respfin
               close respfin
               open i-o respfin.
          open i-o precos.
          if precos-sts not equal "00"
               open output precos
               close precos
               open i-o precos.
          open i-o planocta.
          if planocta-sts not equal "00"
               open output planocta
               close planocta
               open i-o planocta.
          open i-o cobext.
          if cobext-sts not equal "00"
               open output cobext
               close cobext
               open i-o cobext.
          open i-o liberpre.
          if liberpre-sts not equal "00"
               open output liberpre
               close liberpre
               open i-o liberpre.
          open i-o aproveita.
          if aproveita-sts not equal "00"
               open output aproveita
               close aproveita
               open i-o aproveita.
          open i-o ativcompl.
          if ativcompl-sts not equal "00"
               open output ativcompl
               close ativcompl
               open i-o ativcompl.
          open i-o regdiploma.
          if regdiploma-sts not equal "00"
               open output regdiploma
               close regdiploma
               open i-o regdiploma.
          open i-o bolsafam.
          if bolsafam-sts not equal "00"
               open output bolsafam
               close bolsafam
               open i-o bolsafam.
          open input cadnota.
          if cadnota-sts equal "00"
               perform carrega-notas until fim-nota-arq = "sim".
          close cadnota.
          open output relrecup.
          move spaces to linha-rel.
          string "RECUPERACAO PELO DIARIO " data-escolhida
              " - EXECUTADA EM " data-execucao " POR " oper-digitado
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.

       principal.
          read diario
              at end move "sim" to fim-arq
              not at end
                  if seq-limite not = 0 and seq-dia > seq-limite
                       move "sim" to fim-arq
                  else
                       add 1 to cont-lidos
                       perform aplica-linha.

       aplica-linha.
          if seq-dia not = seq-anterior + 1
               move spaces to linha-rel
               string "  SEQ " seq-dia " - FALTA SEQUENCIAL ANTES "
                   "DESTE (ULTIMO LIDO " seq-anterior ")"
                   into linha-rel
               write linha-rel.
          move seq-dia to seq-anterior.
          move "nao" to achou-atual.
          move spaces to imagem-atual.
          move spaces to acao-recup.
          evaluate arq-dia
              when "CADALU"
                   perform aplica-cadalu
              when "CADCLI1"
                   perform aplica-cadcli1
              when "CADCONT"
                   perform aplica-cadcont
              when "MENSALIDADES"
                   perform aplica-mensalidade
              when "PARCELAS"
                   perform aplica-parcela
              when "ACORDOS"
                   perform aplica-acordo
              when "MATRICULA"
                   perform aplica-matricula
              when "LISTAESP"
                   perform aplica-espera
              when "RESPFIN"
                   perform aplica-respfin
              when "PRECOS"
                   perform aplica-preco
              when "PLANOCTA"
                   perform aplica-plano
              when "COBEXT"
                   perform aplica-cobext
              when "LIBERPRE"
                   perform aplica-liberacao
              when "APROVEITA"
                   perform aplica-aproveita
              when "ATIVCOMPL"
                   perform aplica-atividade
              when "REGDIPLOMA"
                   perform aplica-diploma
              when "BOLSAFAM"
                   perform aplica-bolsafam
              when "CADNOTA"
                   perform aplica-cadnota
              when other
                   move "X" to acao-recup
                   move "ARQUIVO FORA DA RECUPERACAO" to motivo-recup
          end-evaluate.
          evaluate acao-recup
              when "J"
                   add 1 to cont-presentes
              when "X"
                   perform linha-conflito
              when other
                   add 1 to cont-aplicados
          end-evaluate.

      * a chave vem da imagem: depois na inclusao e na alteracao,
      * antes na exclusao. o read devolve o registro atual.
       aplica-cadalu.
          if acao-dia equal "E"
               move antes-dia to reg-alu
          else
               move depois-dia to reg-alu.
          read cadalu
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-alu to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-alu
                   write reg-alu
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-alu
                   rewrite reg-alu
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete cadalu record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-cadcli1.
          if acao-dia equal "E"
               move antes-dia to reg-cli1
          else
               move depois-dia to reg-cli1.
          read cadcli1
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-cli1 to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-cli1
                   write reg-cli1
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-cli1
                   rewrite reg-cli1
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete cadcli1 record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-cadcont.
          if acao-dia equal "E"
               move antes-dia to reg-cont
          else
               move depois-dia to reg-cont.
          read cadcont
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-cont to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-cont
                   write reg-cont
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-cont
                   rewrite reg-cont
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete cadcont record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-mensalidade.
          if acao-dia equal "E"
               move antes-dia to reg-mens
          else
               move depois-dia to reg-mens.
          read mensalidades
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-mens to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-mens
                   write reg-mens
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-mens
                   rewrite reg-mens
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete mensalidades record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-parcela.
          if acao-dia equal "E"
               move antes-dia to reg-parcela
          else
               move depois-dia to reg-parcela.
          read parcelas
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-parcela to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-parcela
                   write reg-parcela
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-parcela
                   rewrite reg-parcela
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete parcelas record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-acordo.
          if acao-dia equal "E"
               move antes-dia to reg-acordo
          else
               move depois-dia to reg-acordo.
          read acordos
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-acordo to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-acordo
                   write reg-acordo
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-acordo
                   rewrite reg-acordo
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete acordos record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-matricula.
          if acao-dia equal "E"
               move antes-dia to reg-matricula
          else
               move depois-dia to reg-matricula.
          read matricula
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-matricula to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-matricula
                   write reg-matricula
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-matricula
                   rewrite reg-matricula
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete matricula record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-espera.
          if acao-dia equal "E"
               move antes-dia to reg-espera
          else
               move depois-dia to reg-espera.
          read listaesp
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-espera to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-espera
                   write reg-espera
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-espera
                   rewrite reg-espera
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete listaesp record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-respfin.
          if acao-dia equal "E"
               move antes-dia to reg-respfin
          else
               move depois-dia to reg-respfin.
          read respfin
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-respfin to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-respfin
                   write reg-respfin
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-respfin
                   rewrite reg-respfin
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete respfin record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-preco.
          if acao-dia equal "E"
               move antes-dia to reg-preco
          else
               move depois-dia to reg-preco.
          read precos
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-preco to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-preco
                   write reg-preco
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-preco
                   rewrite reg-preco
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete precos record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-plano.
          if acao-dia equal "E"
               move antes-dia to reg-plano
          else
               move depois-dia to reg-plano.
          read planocta
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-plano to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-plano
                   write reg-plano
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-plano
                   rewrite reg-plano
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete planocta record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-cobext.
          if acao-dia equal "E"
               move antes-dia to reg-cobext
          else
               move depois-dia to reg-cobext.
          read cobext
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-cobext to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-cobext
                   write reg-cobext
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-cobext
                   rewrite reg-cobext
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete cobext record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-liberacao.
          if acao-dia equal "E"
               move antes-dia to reg-liberpre
          else
               move depois-dia to reg-liberpre.
          read liberpre
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-liberpre to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-liberpre
                   write reg-liberpre
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-liberpre
                   rewrite reg-liberpre
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete liberpre record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-aproveita.
          if acao-dia equal "E"
               move antes-dia to reg-aproveita
          else
               move depois-dia to reg-aproveita.
          read aproveita
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-aproveita to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-aproveita
                   write reg-aproveita
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-aproveita
                   rewrite reg-aproveita
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete aproveita record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-atividade.
          if acao-dia equal "E"
               move antes-dia to reg-ativ
          else
               move depois-dia to reg-ativ.
          read ativcompl
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-ativ to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-ativ
                   write reg-ativ
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-ativ
                   rewrite reg-ativ
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete ativcompl record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-diploma.
          if acao-dia equal "E"
               move antes-dia to reg-diploma
          else
               move depois-dia to reg-diploma.
          read regdiploma
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-diploma to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-diploma
                   write reg-diploma
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-diploma
                   rewrite reg-diploma
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete regdiploma record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

       aplica-bolsafam.
          if acao-dia equal "E"
               move antes-dia to reg-bolsafam
          else
               move depois-dia to reg-bolsafam.
          read bolsafam
               invalid key continue
               not invalid key
                   move "sim" to achou-atual
                   move reg-bolsafam to imagem-atual
          end-read.
          perform decide-acao.
          evaluate acao-recup
              when "W"
                   move depois-dia to reg-bolsafam
                   write reg-bolsafam
                        invalid key perform falha-gravacao
                   end-write
              when "R"
                   move depois-dia to reg-bolsafam
                   rewrite reg-bolsafam
                        invalid key perform falha-gravacao
                   end-rewrite
              when "D"
                   delete bolsafam record
                        invalid key perform falha-gravacao
                   end-delete
          end-evaluate.

      * a linha da cadnota e procurada na tabela pela chave da
      * imagem; gravacao, regravacao e exclusao mexem na tabela,
      * que o fim devolve ao disco.
       aplica-cadnota.
          if acao-dia equal "E"
               move antes-dia to nota-diario
          else
               move depois-dia to nota-diario.
          move 0 to idx-nota-achado.
          if notas-carregadas equal "sim"
               perform acha-nota varying idx-nota from 1 by 1
                   until idx-nota > tot-nota.
          if idx-nota-achado not = 0
               move "sim" to achou-atual
               move linha-nota-tab(idx-nota-achado) to imagem-atual.
          if notas-carregadas not equal "sim"
               move "X" to acao-recup
               move "CADNOTA ACIMA DE 5000 LINHAS" to motivo-recup
          else
               perform decide-acao
               perform grava-nota-tabela.

       acha-nota.
          if idx-nota-achado = 0
               and apagada-nota-tab(idx-nota) equal "N"
               and chave-nota-tab(idx-nota) equal chave-nota-dia
               move idx-nota to idx-nota-achado.

       grava-nota-tabela.
          evaluate acao-recup
              when "W"
                   if tot-nota < 5000
                        add 1 to tot-nota
                        move depois-dia to linha-nota-tab(tot-nota)
                        move "N" to apagada-nota-tab(tot-nota)
                        move "sim" to notas-alteradas
                   else
                        perform falha-gravacao
                   end-if
              when "R"
                   move depois-dia to linha-nota-tab(idx-nota-achado)
                   move "sim" to notas-alteradas
              when "D"
                   move "S" to apagada-nota-tab(idx-nota-achado)
                   move "sim" to notas-alteradas
          end-evaluate.

      * com a cadnota acima da tabela a regravacao perderia linhas:
      * as linhas de nota do diario ficam como nao reaplicadas.
       carrega-notas.
          read cadnota
              at end move "sim" to fim-nota-arq
              not at end
                  if tot-nota < 5000
                       add 1 to tot-nota
                       move reg-nota to linha-nota-tab(tot-nota)
                       move "N" to apagada-nota-tab(tot-nota)
                  else
                       move "nao" to notas-carregadas
                       move "sim" to fim-nota-arq.

       regrava-nota.
          if apagada-nota-tab(idx-nota) equal "N"
               move linha-nota-tab(idx-nota) to reg-nota
               write reg-nota.

      * W grava, R regrava, D exclui, J ja presente, X conflito
       decide-acao.
          evaluate true
              when acao-dia equal "I" and achou-atual equal "nao"
                   move "W" to acao-recup
              when acao-dia equal "I" and imagem-atual equal depois-dia
                   move "J" to acao-recup
              when acao-dia equal "I"
                   move "X" to acao-recup
                   move "INCLUSAO DE REGISTRO JA EXISTENTE"
                       to motivo-recup
              when acao-dia equal "A" and achou-atual equal "nao"
                   move "X" to acao-recup
                   move "ALTERACAO DE REGISTRO INEXISTENTE"
                       to motivo-recup
              when acao-dia equal "A" and imagem-atual equal depois-dia
                   move "J" to acao-recup
              when acao-dia equal "A" and imagem-atual equal antes-dia
                   move "R" to acao-recup
              when acao-dia equal "A"
                   move "X" to acao-recup
                   move "REGISTRO DIFERENTE DA IMAGEM ANTES"
                       to motivo-recup
              when acao-dia equal "E" and achou-atual equal "nao"
                   move "J" to acao-recup
              when acao-dia equal "E" and imagem-atual equal antes-dia
                   move "D" to acao-recup
              when acao-dia equal "E"
                   move "X" to acao-recup
                   move "EXCLUSAO DE REGISTRO JA ALTERADO"
                       to motivo-recup
              when other
                   move "X" to acao-recup
                   move "ACAO DESCONHECIDA NO DIARIO" to motivo-recup
          end-evaluate.

       falha-gravacao.
          move "X" to acao-recup.
          move "ERRO DE GRAVACAO NO MESTRE" to motivo-recup.

       linha-conflito.
          add 1 to cont-conflitos.
          if acao-dia equal "E"
               move antes-dia to chave-edit
          else
               move depois-dia to chave-edit.
          move spaces to linha-rel.
          string "  SEQ " seq-dia " " hora-dia " " prog-dia " "
              oper-dia " " arq-dia " " acao-dia into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          string "      REGISTRO " chave-edit " - " motivo-recup
              into linha-rel.
          write linha-rel.

       fim.
          close diario cadalu cadcli1 cadcont mensalidades parcelas
              acordos matricula listaesp respfin precos planocta
              cobext liberpre aproveita ativcompl regdiploma
              bolsafam.
          if notas-alteradas equal "sim"
               open output cadnota
               perform regrava-nota varying idx-nota from 1 by 1
                   until idx-nota > tot-nota
               close cadnota.
          move spaces to linha-rel.
          write linha-rel.
          move cont-lidos to cont-edit.
          move spaces to linha-rel.
          string "LINHAS DO DIARIO LIDAS .... " cont-edit
              " (ATE O SEQUENCIAL " seq-anterior ")" into linha-rel.
          write linha-rel.
          move cont-aplicados to cont-edit.
          move spaces to linha-rel.
          string "REAPLICADAS ............... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-presentes to cont-edit.
          move spaces to linha-rel.
          string "JA PRESENTES NOS MESTRES .. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-conflitos to cont-edit.
          move spaces to linha-rel.
          string "NAO REAPLICADAS ........... " cont-edit
              into linha-rel.
          write linha-rel.
          close relrecup.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "107-RECU" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-aplicados to grava-aud.
      * linha que ja estava no mestre nao e regravada: fecha em
      * rejeitados junto com os conflitos para a soma bater.
          compute rejeita-aud = cont-conflitos + cont-presentes.
          move oper-digitado to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "RECUPERACAO: " cont-aplicados " REAPLICADAS, "
              cont-presentes " JA PRESENTES, " cont-conflitos
              " NAO REAPLICADAS - VER RELRECUP.DAT".

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
