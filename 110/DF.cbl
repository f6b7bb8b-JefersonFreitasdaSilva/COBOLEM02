       identification division.
       program-id. DF.
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
       select cadnota assign to disk
       organization is line sequential.
       select sortnota assign to disk.
       select simnota assign to disk
       organization is line sequential.
       select cadalu assign to disk
       organization is indexed
       access mode is sequential
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is sequential
       record key is cod-ent
       file status is cadcli1-sts.
       select simmuda assign to disk
       organization is line sequential.
       select relsimula assign to disk
       organization is line sequential.
       select parmpeso assign to disk
       organization is line sequential
       file status is parmpeso-sts.
       select parmcorte assign to disk
       organization is line sequential
       file status is parmcorte-sts.
       select parmaulas assign to disk
       organization is line sequential
       file status is parmaulas-sts.
       select parmrend assign to disk
       organization is line sequential
       file status is parmrend-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd cadnota
          label record is standard
          value of file-id is "cadnota.dat".
          copy "cadnota.cpy".

       sd sortnota.
       01 reg-sortnota.
          02 num-nsrt  pic 9(5).
          02 disc-nsrt pic 9(3).
          02 termo-nsrt pic 9(6).
          02 not1-nsrt pic 9(2)v99.
          02 not2-nsrt pic 9(2)v99.
          02 not3-nsrt pic 9(2)v99.
          02 not4-nsrt pic 9(2)v99.

      * copia ordenada das notas so para a simulacao: o
      * cadnota-ord.dat do lote (4/d) fica intocado.
       fd simnota
          label record is standard
          value of file-id is "simnota.dat".
       01 reg-simnota.
          02 num-snt  pic 9(5).
          02 disc-snt pic 9(3).
          02 termo-snt pic 9(6).
          02 not1-snt pic 9(2)v99.
          02 not2-snt pic 9(2)v99.
          02 not3-snt pic 9(2)v99.
          02 not4-snt pic 9(2)v99.

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

      * linhas dos alunos e clientes cujo resultado muda; vao para
      * o relatorio depois do resumo por turma.
       fd simmuda
          label record is standard
          value of file-id is "simmuda.dat".
       01 linha-muda pic x(90).

       fd relsimula
           label record are standard
           value of file-id is "relsimula.dat".
       01 linha-rel pic x(90).

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

       fd parmaulas
          label record is standard
          value of file-id is "parmaulas.dat".
       01 reg-parmaulas.
          02 total-aulas-ent pic 9(3).

       fd parmrend
          label record is standard
          value of file-id is "parmrend.dat".
       01 reg-parmrend.
          02 renda-corte-ent pic 9(6)v9(2).

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
           02 valor-parm-peso pic 9(3).
           02 filler pic x(7).
       01 visao-parm-corte redefines valor-parm-achado.
           02 valor-parm-corte pic 9(2).
           02 filler pic x(8).
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 visao-parm-renda redefines valor-parm-achado.
           02 valor-parm-renda pic 9(6)v9(2).
           02 filler pic x(2).
       01 valor-digitado.
           02 digitado-peso pic 9(3).
           02 filler pic x(7).
       01 visao-dig-corte redefines valor-digitado.
           02 digitado-corte pic 9(2).
           02 filler pic x(8).
       01 visao-dig-renda redefines valor-digitado.
           02 digitado-renda pic 9(6)v9(2).
           02 filler pic x(2).
       77 valor-valido pic x(3) value "nao".
       77 cadalu-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 parmaulas-sts pic x(2).
       77 parmrend-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 1.
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 fim-alu pic x(3) value "nao".
       77 fim-nota pic x(3) value "nao".
       77 fim-cli pic x(3) value "nao".
       77 fim-arq pic x(3) value "nao".
      * valores em vigor (atu) e propostos (pro) lado a lado
       77 corte-atu pic 9(2) value 6.
       77 corte-pro pic 9(2) value 6.
       77 aulas-atu pic 9(3) value 60.
       77 aulas-pro pic 9(3) value 60.
       77 renda-atu pic 9(6)v9(2) value 10000.
       77 renda-pro pic 9(6)v9(2) value 10000.
       77 limite-atu pic 9(2) value 4.
       77 limite-pro pic 9(2) value 4.
       01 tabela-pesos.
           02 peso-atu pic 9(3) occurs 4 times value 25.
           02 peso-pro pic 9(3) occurs 4 times value 25.
       77 idx-peso pic 9(1) value 0.
       77 soma-pesos pic 9(4) value 0.
       77 media pic 9(2)v99.
       77 media-disc pic 9(2)v99.
       77 media-atu pic 9(2)v99.
       77 media-pro pic 9(2)v99.
       77 soma-atu pic 9(5)v99 value 0.
       77 soma-pro pic 9(5)v99 value 0.
       77 cont-disc pic 9(3) value 0.
       77 pct-falta pic 9(3)v99.
       77 res-atu pic 9(1) value 0.
       77 res-pro pic 9(1) value 0.
       77 idx-tma pic 9(1) value 0.
       77 idx-eta pic 9(1) value 0.
       77 cont-alunos pic 9(7) value 0.
       77 cont-inativo pic 9(7) value 0.
       77 cont-clientes pic 9(7) value 0.
       77 cont-muda pic 9(7) value 0.
      * resultado por turma (A, B, C e outras), etapa (4/d media,
      * 5/e frequencia, 6/f desfecho final) e desfecho (aprovado,
      * recuperacao, reprovado), no valor em vigor e no proposto
       01 tabela-simulacao.
           02 item-tma occurs 4 times.
               03 item-eta occurs 3 times.
                   04 cont-atu pic 9(5) occurs 3 times value 0.
                   04 cont-pro pic 9(5) occurs 3 times value 0.
       01 tabela-renda.
           02 cont-renda-atu pic 9(5) occurs 2 times value 0.
           02 cont-renda-pro pic 9(5) occurs 2 times value 0.
       01 tabela-turmas.
           02 filler pic x(6) value "A".
           02 filler pic x(6) value "B".
           02 filler pic x(6) value "C".
           02 filler pic x(6) value "OUTRAS".
       01 visao-turmas redefines tabela-turmas.
           02 nome-turma pic x(6) occurs 4 times.
       01 tabela-etapas.
           02 filler pic x(6) value "MEDIA".
           02 filler pic x(6) value "FREQ".
           02 filler pic x(6) value "FINAL".
       01 visao-etapas redefines tabela-etapas.
           02 nome-etapa pic x(6) occurs 3 times.
       01 tabela-resultados.
           02 filler pic x(6) value "APROV".
           02 filler pic x(6) value "RECUP".
           02 filler pic x(6) value "REPROV".
       01 visao-resultados redefines tabela-resultados.
           02 nome-resultado pic x(6) occurs 3 times.
       01 tabela-triagem.
           02 filler pic x(6) value "ACEITO".
           02 filler pic x(6) value "RECUSA".
       01 visao-triagem redefines tabela-triagem.
           02 nome-triagem pic x(6) occurs 2 times.
       77 media-atu-edit pic z9,99.
       77 media-pro-edit pic z9,99.
       77 renda-atu-edit pic zzzzz9,99.
       77 renda-pro-edit pic zzzzz9,99.
       77 peso-atu-edit pic zz9.
       77 peso-pro-edit pic zz9.
       77 aprov-atu-edit pic zzzz9.
       77 aprov-pro-edit pic zzzz9.
       77 recup-atu-edit pic zzzz9.
       77 recup-pro-edit pic zzzz9.
       77 reprov-atu-edit pic zzzz9.
       77 reprov-pro-edit pic zzzz9.
       77 cont-edit pic zzzzzz9.

       procedure division.

      * simulacao de parametros: a coordenacao propoe novos CORTE,
      * PESO1-4, AULAS e RENDACORTE e ve, antes de mexer no
      * parmcent.dat pelo 33/ag, quantos alunos de cada turma
      * passariam ou reprovariam. refaz as contas do 4/d (media
      * ponderada), do 5/e (frequencia), do 6/f (aprovado,
      * recuperacao, reprovado) e a triagem de renda do 1/a sobre
      * copias; nenhum cadastro nem historico e gravado.
       PGM-1.
          perform assina.
          perform inicio.
          perform pede-proposta.
          perform processa-alunos.
          perform processa-clientes.
          perform imprime.
          stop run.

      * valores em vigor lidos como nos programas da noite: o
      * arquivo parm antigo e depois o parmcent.dat por cima.
       inicio.
          accept data-execucao from date.
          move data-execucao to termo-corrente.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
          open input parmpeso.
          if parmpeso-sts equal "00"
               read parmpeso
               move peso1-ent to peso-atu(1)
               move peso2-ent to peso-atu(2)
               move peso3-ent to peso-atu(3)
               move peso4-ent to peso-atu(4).
          close parmpeso.
          open input parmcorte.
          if parmcorte-sts equal "00"
               read parmcorte
               move corte-ent to corte-atu.
          close parmcorte.
          open input parmaulas.
          if parmaulas-sts equal "00"
               read parmaulas
               move total-aulas-ent to aulas-atu.
          close parmaulas.
          open input parmrend.
          if parmrend-sts equal "00"
               read parmrend
               move renda-corte-ent to renda-atu.
          close parmrend.
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
          move "PESO1" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso-atu(1).
          move "PESO2" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso-atu(2).
          move "PESO3" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso-atu(3).
          move "PESO4" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to peso-atu(4).
          move "CORTE" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-corte to corte-atu.
          move "AULAS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-peso to aulas-atu.
          move "RENDACORTE" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-renda to renda-atu.
          move corte-atu to corte-pro.
          move aulas-atu to aulas-pro.
          move renda-atu to renda-pro.
          perform copia-peso varying idx-peso from 1 by 1
              until idx-peso > 4.

       copia-peso.
          move peso-atu(idx-peso) to peso-pro(idx-peso).

      * cada valor proposto segue o formato do 33/ag (largura exata,
      * zeros a esquerda); enter em branco mantem o valor em vigor.
       pede-proposta.
          display " ".
          display "SIMULACAO DE PARAMETROS - TERMO " termo-corrente.
          display "ENTER EM BRANCO MANTEM O VALOR EM VIGOR".
          move "nao" to valor-valido.
          perform pede-corte until valor-valido equal "sim".
          perform pede-pesos varying idx-peso from 1 by 1
              until idx-peso > 4.
          move "nao" to valor-valido.
          perform pede-aulas until valor-valido equal "sim".
          move "nao" to valor-valido.
          perform pede-renda until valor-valido equal "sim".
          compute soma-pesos = peso-pro(1) + peso-pro(2)
              + peso-pro(3) + peso-pro(4).
          if soma-pesos not equal 100
               display "ATENCAO: PESOS PROPOSTOS SOMAM " soma-pesos
                   " E NAO 100".
      * o 6/f manda para recuperacao quem fica ate 2 pontos abaixo
      * do corte
          if corte-atu > 2
               compute limite-atu = corte-atu - 2
          else
               move 0 to limite-atu.
          if corte-pro > 2
               compute limite-pro = corte-pro - 2
          else
               move 0 to limite-pro.

       pede-corte.
          display "CORTE PROPOSTO (EM VIGOR " corte-atu "): "
              with no advancing.
          move spaces to valor-digitado.
          accept valor-digitado.
          move "sim" to valor-valido.
          if valor-digitado not equal spaces
               if valor-digitado(1:2) is not numeric
                    or valor-digitado(3:8) not equal spaces
                    move "nao" to valor-valido
                    display "CORTE PEDE 2 DIGITOS (EX. 07)"
               else
                    move digitado-corte to corte-pro.

       pede-pesos.
          move "nao" to valor-valido.
          perform pede-peso until valor-valido equal "sim".

       pede-peso.
          display "PESO" idx-peso " PROPOSTO (EM VIGOR "
              peso-atu(idx-peso) "): " with no advancing.
          move spaces to valor-digitado.
          accept valor-digitado.
          move "sim" to valor-valido.
          if valor-digitado not equal spaces
               if valor-digitado(1:3) is not numeric
                    or valor-digitado(4:7) not equal spaces
                    move "nao" to valor-valido
                    display "PESO PEDE 3 DIGITOS (ZEROS A "
                        "ESQUERDA)"
               else
                    move digitado-peso to peso-pro(idx-peso).

       pede-aulas.
          display "AULAS PROPOSTO (EM VIGOR " aulas-atu "): "
              with no advancing.
          move spaces to valor-digitado.
          accept valor-digitado.
          move "sim" to valor-valido.
          if valor-digitado not equal spaces
               if valor-digitado(1:3) is not numeric
                    or valor-digitado(4:7) not equal spaces
                    move "nao" to valor-valido
                    display "AULAS PEDE 3 DIGITOS (ZEROS A "
                        "ESQUERDA)"
               else
                    if digitado-peso equal 0
                         move "nao" to valor-valido
                         display "AULAS NAO PODE SER ZERO"
                    else
                         move digitado-peso to aulas-pro.

       pede-renda.
          move renda-atu to renda-atu-edit.
          display "RENDACORTE PROPOSTO (EM VIGOR " renda-atu-edit
              "): " with no advancing.
          move spaces to valor-digitado.
          accept valor-digitado.
          move "sim" to valor-valido.
          if valor-digitado not equal spaces
               if valor-digitado(1:8) is not numeric
                    or valor-digitado(9:2) not equal spaces
                    move "nao" to valor-valido
                    display "RENDACORTE PEDE 8 DIGITOS "
                        "(999999V99, ZEROS A ESQUERDA)"
               else
                    move digitado-renda to renda-pro.

      * notas ordenadas por aluno, como no 4/d, casadas com o
      * cadastro lido em ordem de chave: cada aluno ativo passa
      * pelas tres etapas com os dois jogos de parametros.
       processa-alunos.
          sort sortnota
              on ascending key num-nsrt disc-nsrt
              using cadnota
              giving simnota.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "CADALU.DAT AUSENTE - PROCURE A "
                   "ADMINISTRACAO"
               close cadalu
               stop run.
          open input simnota.
          open output simmuda.
          move spaces to linha-muda.
          write linha-muda.
          move "ALUNOS COM RESULTADO ALTERADO" to linha-muda.
          write linha-muda.
          move spaces to linha-muda.
          string "ALUNO NOME                           T ETAPA  "
              "ATUAL        PROPOSTO" delimited by size
              into linha-muda.
          write linha-muda.
          perform le-nota.
          perform le-aluno until fim-alu equal "sim".
          close cadalu simnota.

       le-aluno.
          read cadalu
              at end move "sim" to fim-alu
              not at end perform trata-aluno.

       trata-aluno.
          add 1 to cont-alunos.
          perform le-nota until fim-nota equal "sim"
              or num-snt not < num-ent of reg-alu.
          move 0 to soma-atu.
          move 0 to soma-pro.
          move 0 to cont-disc.
          perform soma-nota until fim-nota equal "sim"
              or num-snt not equal num-ent of reg-alu.
          if situa-ent equal "T" or situa-ent equal "C"
               add 1 to cont-inativo
          else
               perform simula-aluno.

       le-nota.
          read simnota at end move "sim" to fim-nota.

      * so o termo em vigor entra, como no 4/d
       soma-nota.
          if termo-snt equal termo-corrente
               compute media-disc = (not1-snt * peso-atu(1)
                   + not2-snt * peso-atu(2) + not3-snt * peso-atu(3)
                   + not4-snt * peso-atu(4)) / 100
               add media-disc to soma-atu
               compute media-disc = (not1-snt * peso-pro(1)
                   + not2-snt * peso-pro(2) + not3-snt * peso-pro(3)
                   + not4-snt * peso-pro(4)) / 100
               add media-disc to soma-pro
               add 1 to cont-disc.
          perform le-nota.

       simula-aluno.
          evaluate turma-ent
              when "A" move 1 to idx-tma
              when "B" move 2 to idx-tma
              when "C" move 3 to idx-tma
              when other move 4 to idx-tma
          end-evaluate.
          if cont-disc > 0
               perform simula-media.
          perform simula-freq.
          perform simula-final.

      * 4/d: media geral entre as disciplinas do termo
       simula-media.
          compute media-atu = soma-atu / cont-disc.
          compute media-pro = soma-pro / cont-disc.
          if media-atu >= corte-atu
               move 1 to res-atu
          else
               move 3 to res-atu.
          if media-pro >= corte-pro
               move 1 to res-pro
          else
               move 3 to res-pro.
          move 1 to idx-eta.
          perform conta-resultado.

      * 5/e: media das duas notas do cadastro e ate 25% de faltas
       simula-freq.
          compute media = (not1-ent + not2-ent) / 2.
          move media to media-atu.
          move media to media-pro.
          compute pct-falta = (falta-ent * 100) / aulas-atu.
          if media >= corte-atu and pct-falta not > 25
               move 1 to res-atu
          else
               move 3 to res-atu.
          compute pct-falta = (falta-ent * 100) / aulas-pro.
          if media >= corte-pro and pct-falta not > 25
               move 1 to res-pro
          else
               move 3 to res-pro.
          move 2 to idx-eta.
          perform conta-resultado.

      * 6/f: aprovado, recuperacao ou reprovado pela media-ent
       simula-final.
          move media-ent to media-atu.
          move media-ent to media-pro.
          evaluate true
              when media-ent not < corte-atu
                   move 1 to res-atu
              when media-ent >= limite-atu
                   move 2 to res-atu
              when other
                   move 3 to res-atu
          end-evaluate.
          evaluate true
              when media-ent not < corte-pro
                   move 1 to res-pro
              when media-ent >= limite-pro
                   move 2 to res-pro
              when other
                   move 3 to res-pro
          end-evaluate.
          move 3 to idx-eta.
          perform conta-resultado.

       conta-resultado.
          add 1 to cont-atu(idx-tma idx-eta res-atu).
          add 1 to cont-pro(idx-tma idx-eta res-pro).
          if res-atu not equal res-pro
               perform grava-mudanca.

       grava-mudanca.
          add 1 to cont-muda.
          move media-atu to media-atu-edit.
          move media-pro to media-pro-edit.
          move spaces to linha-muda.
          string num-ent of reg-alu " " nome-ent " " turma-ent " "
              nome-etapa(idx-eta) " " media-atu-edit " "
              nome-resultado(res-atu) "  " media-pro-edit " "
              nome-resultado(res-pro) delimited by size
              into linha-muda.
          write linha-muda.

      * 1/a: aceito com renda no corte ou acima. os clientes ja
      * vistos em noites anteriores entram na conta: a simulacao
      * mede o corte de renda sobre o cadastro inteiro.
       processa-clientes.
          open input cadcli1.
          if cadcli1-sts not equal "00"
               move "sim" to fim-cli
               display "CADCLI1.DAT AUSENTE - TRIAGEM DE RENDA NAO "
                   "SIMULADA"
          else
               move spaces to linha-muda
               write linha-muda
               move "CLIENTES COM TRIAGEM DE RENDA ALTERADA"
                   to linha-muda
               write linha-muda
               move spaces to linha-muda
               string "CLIENTE NOME                           "
                   "RENDA      ATUAL   PROPOSTO" delimited by size
                   into linha-muda
               write linha-muda.
          perform le-cliente until fim-cli equal "sim".
          close cadcli1 simmuda.

       le-cliente.
          read cadcli1
              at end move "sim" to fim-cli
              not at end perform simula-renda.

       simula-renda.
          add 1 to cont-clientes.
          if renda-ent >= renda-atu
               move 1 to res-atu
          else
               move 2 to res-atu.
          if renda-ent >= renda-pro
               move 1 to res-pro
          else
               move 2 to res-pro.
          add 1 to cont-renda-atu(res-atu).
          add 1 to cont-renda-pro(res-pro).
          if res-atu not equal res-pro
               add 1 to cont-muda
               move renda-ent to renda-atu-edit
               move spaces to linha-muda
               string cod-ent "   " nome-cli " " renda-atu-edit " "
                   nome-triagem(res-atu) "  " nome-triagem(res-pro)
                   delimited by size into linha-muda
               write linha-muda.

       imprime.
          open output relsimula.
          move spaces to linha-rel.
          string "SIMULACAO DE PARAMETROS - TERMO " termo-corrente
              " - " data-execucao " - " oper-digitado
              delimited by size into linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          perform mostra-linha.
          move "PARAMETRO   EM VIGOR   PROPOSTO" to linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          string "CORTE       " corte-atu "         " corte-pro
              delimited by size into linha-rel.
          perform mostra-linha.
          perform imprime-peso varying idx-peso from 1 by 1
              until idx-peso > 4.
          move spaces to linha-rel.
          string "AULAS       " aulas-atu "        " aulas-pro
              delimited by size into linha-rel.
          perform mostra-linha.
          move renda-atu to renda-atu-edit.
          move renda-pro to renda-pro-edit.
          move spaces to linha-rel.
          string "RENDACORTE  " renda-atu-edit "  " renda-pro-edit
              delimited by size into linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          string "TURMA ETAPA    APROVADOS      RECUPERACAO    "
              "REPROVADOS" delimited by size into linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          string "             VIGOR  PROP.    VIGOR  PROP.    "
              "VIGOR  PROP." delimited by size into linha-rel.
          perform mostra-linha.
          perform imprime-turma varying idx-tma from 1 by 1
              until idx-tma > 4.
          move spaces to linha-rel.
          perform mostra-linha.
          move cont-renda-atu(1) to aprov-atu-edit.
          move cont-renda-pro(1) to aprov-pro-edit.
          move cont-renda-atu(2) to reprov-atu-edit.
          move cont-renda-pro(2) to reprov-pro-edit.
          move spaces to linha-rel.
          string "TRIAGEM DE RENDA  ACEITOS " aprov-atu-edit " "
              aprov-pro-edit "   RECUSADOS " reprov-atu-edit " "
              reprov-pro-edit delimited by size into linha-rel.
          perform mostra-linha.
          move spaces to linha-rel.
          perform mostra-linha.
          move cont-alunos to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS LIDOS ............ " cont-edit
              delimited by size into linha-rel.
          perform mostra-linha.
          move cont-inativo to cont-edit.
          move spaces to linha-rel.
          string "TRANCADOS/CANCELADOS .... " cont-edit
              delimited by size into linha-rel.
          perform mostra-linha.
          move cont-clientes to cont-edit.
          move spaces to linha-rel.
          string "CLIENTES LIDOS .......... " cont-edit
              delimited by size into linha-rel.
          perform mostra-linha.
          move cont-muda to cont-edit.
          move spaces to linha-rel.
          string "RESULTADOS ALTERADOS .... " cont-edit
              delimited by size into linha-rel.
          perform mostra-linha.
          open input simmuda.
          move "nao" to fim-arq.
          perform copia-mudanca until fim-arq equal "sim".
          close simmuda relsimula.
          display "SIMULACAO EM RELSIMULA.DAT - NENHUM CADASTRO "
              "FOI ALTERADO".

       imprime-peso.
          move peso-atu(idx-peso) to peso-atu-edit.
          move peso-pro(idx-peso) to peso-pro-edit.
          move spaces to linha-rel.
          string "PESO" idx-peso "       " peso-atu-edit "        "
              peso-pro-edit delimited by size into linha-rel.
          perform mostra-linha.

       imprime-turma.
          perform imprime-etapa varying idx-eta from 1 by 1
              until idx-eta > 3.

       imprime-etapa.
          move cont-atu(idx-tma idx-eta 1) to aprov-atu-edit.
          move cont-pro(idx-tma idx-eta 1) to aprov-pro-edit.
          move cont-atu(idx-tma idx-eta 2) to recup-atu-edit.
          move cont-pro(idx-tma idx-eta 2) to recup-pro-edit.
          move cont-atu(idx-tma idx-eta 3) to reprov-atu-edit.
          move cont-pro(idx-tma idx-eta 3) to reprov-pro-edit.
          move spaces to linha-rel.
          string nome-turma(idx-tma) nome-etapa(idx-eta) "  "
              aprov-atu-edit "  " aprov-pro-edit "    "
              recup-atu-edit "  " recup-pro-edit "    "
              reprov-atu-edit "  " reprov-pro-edit
              delimited by size into linha-rel.
          perform mostra-linha.

       copia-mudanca.
          read simmuda
              at end move "sim" to fim-arq
              not at end
                  move linha-muda to linha-rel
                  perform mostra-linha.

       mostra-linha.
          write linha-rel.
          display linha-rel.

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
