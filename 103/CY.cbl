       identification division.
       program-id. CY.
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
       access mode is sequential
       record key is num-ent of reg-alu
       file status is cadalu-sts.
       select cadnota assign to disk
       organization is line sequential
       file status is cadnota-sts.
       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select respfin assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-resp
       file status is respfin-sts.
       select mensalidades assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-mens
       file status is mensalidades-sts.
       select parcelas assign to disk
       organization is indexed
       access mode is sequential
       record key is chave-parc
       file status is parcelas-sts.
       select paghist assign to disk
       organization is line sequential
       file status is paghist-sts.
       select portal assign to disk
       organization is line sequential.
       select portalant assign to disk
       organization is line sequential
       file status is portalant-sts.
       select portalnov assign to disk
       organization is line sequential
       file status is portalnov-sts.
       select parmpeso assign to disk
       organization is line sequential
       file status is parmpeso-sts.
       select parmcorte assign to disk
       organization is line sequential
       file status is parmcorte-sts.
       select parmaulas assign to disk
       organization is line sequential
       file status is parmaulas-sts.
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

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd mensalidades
          label record is standard
          value of file-id is "mensalidades.dat".
          copy "mensalidade.cpy".

       fd parcelas
          label record is standard
          value of file-id is "parcelas.dat".
          copy "parcela.cpy".

       fd paghist
          label record is standard
          value of file-id is "paghist.dat".
          copy "paghist.cpy".

      * extrato do portal de pais e alunos, separado por ponto e
      * virgula como as exportacoes do 21/u. primeiro campo e o
      * tipo da linha, segundo o numero do aluno:
      *   0;data;termo;modo (C completo, D so alterados)
      *   A;aluno;nome;turma;unidade;situacao;termo;faltas;aulas;
      *     frequencia %;media;resultado;cliente pagante
      *   N;aluno;disciplina;nome;nota1;nota2;nota3;nota4;media
      *   D;aluno;origem (M mensalidade, A acordo);competencia;
      *     acordo;parcela;valor devido
      *   P;aluno;data do pagamento;competencia;valor;origem
      *   X;aluno (saiu do cadastro - so no modo D)
      *   9;alunos;linhas;total em aberto;total pago;removidos
      * resultado: A aprovado, C recuperacao, R reprovado, F
      * reprovado por frequencia, branco trancado ou cancelado.
       fd portal
           label record are standard
           value of file-id is "portal.dat".
       01 linha-portal pic x(150).

      * imagem completa da noite anterior, para o modo D
       fd portalant
           label record are standard
           value of file-id is "portalant.dat".
       01 linha-ant pic x(150).

       fd portalnov
           label record are standard
           value of file-id is "portalnov.dat".
       01 linha-nov pic x(150).

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
           02 valor-parm-peso pic 9(3).
           02 filler pic x(7).
       01 visao-parm-corte redefines valor-parm-achado.
           02 valor-parm-corte pic 9(2).
           02 filler pic x(8).
       01 visao-parm-termo redefines valor-parm-achado.
           02 valor-parm-termo pic 9(6).
           02 filler pic x(4).
       01 visao-parm-aulas redefines valor-parm-achado.
           02 valor-parm-aulas pic 9(3).
           02 filler pic x(7).
       01 visao-parm-modo redefines valor-parm-achado.
           02 valor-parm-modo pic 9(1).
           02 filler pic x(9).
       77 fim-alu-arq pic x(3) value "nao".
       77 fim-arq pic x(3) value "nao".
       77 fim-ant pic x(3) value "sim".
       77 cadalu-sts pic x(2).
       77 cadnota-sts pic x(2).
       77 disciplinas-sts pic x(2).
       77 respfin-sts pic x(2).
       77 mensalidades-sts pic x(2).
       77 parcelas-sts pic x(2).
       77 paghist-sts pic x(2).
       77 portalant-sts pic x(2).
       77 portalnov-sts pic x(2).
       77 parmpeso-sts pic x(2).
       77 parmcorte-sts pic x(2).
       77 parmaulas-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 tem-respfin pic x(3) value "nao".
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 peso1 pic 9(3) value 25.
       77 peso2 pic 9(3) value 25.
       77 peso3 pic 9(3) value 25.
       77 peso4 pic 9(3) value 25.
       77 corte-aprov pic 9(2) value 6.
       77 limite-recup pic 9(2) value 4.
       77 total-aulas pic 9(3) value 60.
      * 0 manda o cadastro inteiro toda noite, 1 so o que mudou
       77 modo-portal pic 9(1) value 0.
       77 modo-txt pic x(1) value "C".
       77 pct-falta pic 9(3)v99 value 0.
       77 freq-aluno pic 9(3) value 0.
       77 media-disc pic 9(2)v99 value 0.
       77 resultado pic x(1) value " ".
       77 cod-cliente pic 9(5) value 0.
       77 idx-cli-achado pic 9(4) value 0.
       77 idx-cat-achado pic 9(3) value 0.
       77 nome-disc-por pic x(30) value spaces.
       77 tot-cat pic 9(3) value 0.
       77 tot-notas pic 9(5) value 0.
       77 tot-deb pic 9(5) value 0.
       77 tot-cli pic 9(4) value 0.
       77 tot-novas pic 9(3) value 0.
       77 tot-antigas pic 9(3) value 0.
       77 idx-lin pic 9(3) value 0.
       77 idx-pag pic 9(1) value 0.
       77 mudou pic x(3) value "nao".
       77 num-removido pic 9(5) value 0.
       77 media-edit pic z9,99.
       77 not1-edit pic z9,99.
       77 not2-edit pic z9,99.
       77 not3-edit pic z9,99.
       77 not4-edit pic z9,99.
       77 valor-edit pic zzzzzz9,99.
       77 valor-pag-edit pic -zzzzz9,99.
       77 total-edit pic zzzzzzzz9,99.
       77 total-pag-edit pic -zzzzzzzz9,99.
       77 total-aberto pic 9(9)v99 value 0.
       77 total-pago pic s9(9)v99 value 0.
       77 aberto-aluno pic 9(9)v99 value 0.
       77 pago-aluno pic s9(9)v99 value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-alunos pic 9(6) value 0.
       77 cont-linhas pic 9(7) value 0.
       77 cont-removidos pic 9(6) value 0.
       77 cont-cortados pic 9(6) value 0.
       77 cont-iguais pic 9(7) value 0.
       01 visao-ant.
           02 tipo-ant pic x(1).
           02 filler   pic x(1).
           02 num-ant  pic 9(5).
           02 filler   pic x(143).
       01 tabela-catalogo.
           02 item-cat occurs 500 times indexed by idx-cat.
               03 cod-cat-tab  pic 9(3).
               03 nome-cat-tab pic x(30).
       01 tabela-notas.
           02 item-nota occurs 5000 times indexed by idx-not.
               03 num-tab  pic 9(5).
               03 disc-tab pic 9(3).
               03 not1-tab pic 9(2)v99.
               03 not2-tab pic 9(2)v99.
               03 not3-tab pic 9(2)v99.
               03 not4-tab pic 9(2)v99.
      * cobrancas em aberto: mensalidades P (valor + acrescimos) e
      * parcelas de acordo P, pelo cliente pagante
       01 tabela-debitos.
           02 item-deb occurs 5000 times indexed by idx-deb.
               03 cod-deb-tab    pic 9(5).
               03 origem-deb-tab pic x(1).
               03 compet-deb-tab pic 9(6).
               03 acordo-deb-tab pic 9(5).
               03 parc-deb-tab   pic 9(2).
               03 valor-deb-tab  pic 9(7)v99.
      * os 3 ultimos pagamentos de cada cliente pagante do respfin
       01 tabela-clientes.
           02 item-cli occurs 5000 times indexed by idx-cli.
               03 cod-cli-tab pic 9(5).
               03 qtd-pag-tab pic 9(1).
               03 item-pag occurs 3 times.
                   04 data-pag-tab   pic 9(6).
                   04 compet-pag-tab pic 9(6).
                   04 valor-pag-tab  pic s9(6)v99.
                   04 origem-pag-tab pic x(1).
       01 tabela-novas.
           02 linha-nova-tab pic x(150) occurs 100 times.
       01 tabela-antigas.
           02 linha-antiga-tab pic x(150) occurs 100 times.

       procedure division.

      * extrato noturno para o portal de pais e alunos: por aluno,
      * as notas do termo por disciplina, a frequencia, o resultado
      * do termo pela regra do programa 6 e, do cliente pagante no
      * respfin, as cobrancas em aberto e os ultimos pagamentos. roda
      * depois do 6/f e da baixa (36/aj). no modo so alterados
      * (PORTALDIF 1) o aluno so vai quando alguma linha dele difere
      * da imagem da noite anterior; o trailer fecha as contas.
       PGM-1.
          perform inicio.
          perform principal until fim-alu-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          open input parmtermo.
          if parmtermo-sts equal "00"
               read parmtermo
               move termo-ent to termo-corrente.
          close parmtermo.
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
          open input parmaulas.
          if parmaulas-sts equal "00"
               read parmaulas
               move total-aulas-ent to total-aulas.
          close parmaulas.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          perform busca-parametros.
          if corte-aprov > 2
               compute limite-recup = corte-aprov - 2
          else
               move 0 to limite-recup.
          if total-aulas = 0
               move 60 to total-aulas.
          if modo-portal = 1
               move "D" to modo-txt.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "PORTAL: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               move 8 to return-code
               stop run.
          move "nao" to fim-arq.
          open input disciplinas.
          if disciplinas-sts equal "00"
               perform carrega-catalogo until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input cadnota.
          if cadnota-sts equal "00"
               perform carrega-notas until fim-arq = "sim".
          close cadnota.
          perform carrega-financeiro.
          move "nao" to fim-ant.
          open input portalant.
          if portalant-sts not equal "00"
               move "sim" to fim-ant
          else
               perform le-anterior.
          open output portal portalnov.
          move spaces to linha-portal.
          string "0;" data-completa ";" termo-corrente ";" modo-txt
              into linha-portal.
          write linha-portal.

       busca-parametros.
          move "TERMO" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-termo to termo-corrente.
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
          move "AULAS" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-aulas to total-aulas.
          move "PORTALDIF" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-modo to modo-portal.

       carrega-catalogo.
          read disciplinas
              at end move "sim" to fim-arq
              not at end
                  if tot-cat < 500
                       add 1 to tot-cat
                       move cod-disc to cod-cat-tab(tot-cat)
                       move nome-disc to nome-cat-tab(tot-cat)
                  else
                       display "DISCIPLINAS.DAT EXCEDEU 500 "
                           "DISCIPLINAS".

      * so as notas do termo corrente vao ao portal
       carrega-notas.
          read cadnota
              at end move "sim" to fim-arq
              not at end
                  if termo-nota-ent equal termo-corrente
                       if tot-notas < 5000
                            add 1 to tot-notas
                            move num-ent of reg-nota
                                to num-tab(tot-notas)
                            move disc-ent to disc-tab(tot-notas)
                            move not1 to not1-tab(tot-notas)
                            move not2 to not2-tab(tot-notas)
                            move not3 to not3-tab(tot-notas)
                            move not4 to not4-tab(tot-notas)
                       else
                            display "CADNOTA.DAT EXCEDEU 5000 "
                                "REGISTROS DO TERMO".

       carrega-financeiro.
          open input respfin.
          if respfin-sts equal "00"
               move "sim" to tem-respfin
               move "nao" to fim-arq
               perform carrega-clientes until fim-arq = "sim"
          else
               display "PORTAL: RESPFIN.DAT AUSENTE - EXTRATO SEM "
                   "COBRANCAS E PAGAMENTOS".
          move "nao" to fim-arq.
          open input mensalidades.
          if mensalidades-sts not equal "00"
               move "sim" to fim-arq.
          perform carrega-mensalidades until fim-arq = "sim".
          close mensalidades.
          move "nao" to fim-arq.
          open input parcelas.
          if parcelas-sts not equal "00"
               move "sim" to fim-arq.
          perform carrega-parcelas until fim-arq = "sim".
          close parcelas.
          move "nao" to fim-arq.
          open input paghist.
          if paghist-sts not equal "00"
               move "sim" to fim-arq.
          perform carrega-pagamentos until fim-arq = "sim".
          close paghist.

      * um cliente pode pagar por varios alunos (irmaos): entra uma
      * vez so na tabela de pagamentos
       carrega-clientes.
          read respfin next
              at end move "sim" to fim-arq
              not at end
                  move cod-resp to cod-cliente
                  perform busca-cliente
                  if idx-cli-achado = 0
                       perform guarda-cliente.

       guarda-cliente.
          if tot-cli < 5000
               add 1 to tot-cli
               move cod-cliente to cod-cli-tab(tot-cli)
               move 0 to qtd-pag-tab(tot-cli)
          else
               display "RESPFIN.DAT EXCEDEU 5000 CLIENTES".

       busca-cliente.
          move 0 to idx-cli-achado.
          perform acha-cliente varying idx-cli from 1 by 1
              until idx-cli > tot-cli or idx-cli-achado not = 0.

       acha-cliente.
          if cod-cli-tab(idx-cli) equal cod-cliente
               set idx-cli-achado to idx-cli.

       carrega-mensalidades.
          read mensalidades
              at end move "sim" to fim-arq
              not at end
                  if situa-mens equal "P"
                       perform guarda-mensalidade.

       guarda-mensalidade.
          if tot-deb < 5000
               add 1 to tot-deb
               move cod-mens to cod-deb-tab(tot-deb)
               move "M" to origem-deb-tab(tot-deb)
               move compet-mens to compet-deb-tab(tot-deb)
               move 0 to acordo-deb-tab(tot-deb)
               move 0 to parc-deb-tab(tot-deb)
               compute valor-deb-tab(tot-deb) =
                   valor-mens + acres-mens
          else
               display "PORTAL: MAIS DE 5000 COBRANCAS EM ABERTO".

       carrega-parcelas.
          read parcelas
              at end move "sim" to fim-arq
              not at end
                  if situa-parc equal "P"
                       perform guarda-parcela.

       guarda-parcela.
          if tot-deb < 5000
               add 1 to tot-deb
               move cod-parc to cod-deb-tab(tot-deb)
               move "A" to origem-deb-tab(tot-deb)
               move vencto-parc to compet-deb-tab(tot-deb)
               move acordo-parc to acordo-deb-tab(tot-deb)
               move num-parc to parc-deb-tab(tot-deb)
               move valor-parc to valor-deb-tab(tot-deb)
          else
               display "PORTAL: MAIS DE 5000 COBRANCAS EM ABERTO".

      * a razao e estendida em ordem de baixa: os 3 ultimos de cada
      * cliente ficam na tabela, o mais antigo sai pela esquerda.
       carrega-pagamentos.
          read paghist
              at end move "sim" to fim-arq
              not at end
                  move cod-ph to cod-cliente
                  perform busca-cliente
                  if idx-cli-achado not = 0
                       perform guarda-pagamento.

       guarda-pagamento.
          if qtd-pag-tab(idx-cli-achado) < 3
               add 1 to qtd-pag-tab(idx-cli-achado)
          else
               move item-pag(idx-cli-achado 2)
                   to item-pag(idx-cli-achado 1)
               move item-pag(idx-cli-achado 3)
                   to item-pag(idx-cli-achado 2).
          move qtd-pag-tab(idx-cli-achado) to idx-pag.
          move data-pgto-ph to data-pag-tab(idx-cli-achado idx-pag).
          if data-pgto-ph is not numeric or data-pgto-ph = 0
               move data-ph to data-pag-tab(idx-cli-achado idx-pag).
          move compet-ph to compet-pag-tab(idx-cli-achado idx-pag).
          move valor-ph to valor-pag-tab(idx-cli-achado idx-pag).
          move origem-ph to origem-pag-tab(idx-cli-achado idx-pag).

       le-anterior.
          read portalant into visao-ant
              at end move "sim" to fim-ant.

       principal.
          read cadalu
              at end move "sim" to fim-alu-arq
              not at end
                  add 1 to cont-lidos
                  perform trata-aluno.

      * o trailer soma so o que foi ao arquivo, para o portal
      * conferir com as linhas recebidas
       trata-aluno.
          move 0 to tot-novas.
          move 0 to aberto-aluno.
          move 0 to pago-aluno.
          perform monta-aluno.
          perform monta-notas varying idx-not from 1 by 1
              until idx-not > tot-notas.
          if cod-cliente not = 0
               perform monta-debitos varying idx-deb from 1 by 1
                   until idx-deb > tot-deb
               perform busca-cliente
               if idx-cli-achado not = 0
                    perform monta-pagamentos varying idx-pag
                        from 1 by 1
                        until idx-pag > qtd-pag-tab(idx-cli-achado).
          perform descarta-removido
              until fim-ant equal "sim"
              or num-ant not < num-ent of reg-alu.
          move 0 to tot-antigas.
          perform junta-anterior
              until fim-ant equal "sim"
              or num-ant not equal num-ent of reg-alu.
          move "nao" to mudou.
          if tot-novas not = tot-antigas
               move "sim" to mudou
          else
               perform compara-linha varying idx-lin from 1 by 1
                   until idx-lin > tot-novas.
          perform grava-nova varying idx-lin from 1 by 1
              until idx-lin > tot-novas.
          if modo-portal not = 1 or mudou equal "sim"
               add 1 to cont-alunos
               add aberto-aluno to total-aberto
               add pago-aluno to total-pago
               perform grava-portal varying idx-lin from 1 by 1
                   until idx-lin > tot-novas
          else
               add 1 to cont-iguais.

      * resultado pela regra do programa 6 sobre a media do
      * cadastro, com a frequencia do programa 5 por cima
       monta-aluno.
          compute pct-falta = (falta-ent * 100) / total-aulas.
          if pct-falta > 100
               move 100 to pct-falta.
          compute freq-aluno = 100 - pct-falta.
          evaluate true
              when situa-ent equal "T" or situa-ent equal "C"
                   move " " to resultado
              when pct-falta > 25
                   move "F" to resultado
              when media-ent not < corte-aprov
                   move "A" to resultado
              when media-ent >= limite-recup
                   move "C" to resultado
              when other
                   move "R" to resultado
          end-evaluate.
          move 0 to cod-cliente.
          if tem-respfin equal "sim"
               move num-ent of reg-alu to num-resp
               read respfin
                    invalid key continue
                    not invalid key move cod-resp to cod-cliente
               end-read.
          move media-ent to media-edit.
          add 1 to tot-novas.
          move spaces to linha-nova-tab(tot-novas).
          string "A;" num-ent of reg-alu ";" nome-ent ";" turma-ent
              ";" unidade-ent ";" situa-ent ";" termo-corrente ";"
              falta-ent ";" total-aulas ";" freq-aluno ";"
              media-edit ";" resultado ";" cod-cliente
              delimited by size into linha-nova-tab(tot-novas).

       monta-notas.
          if num-tab(idx-not) equal num-ent of reg-alu
               compute media-disc =
                   (not1-tab(idx-not) * peso1
                    + not2-tab(idx-not) * peso2
                    + not3-tab(idx-not) * peso3
                    + not4-tab(idx-not) * peso4) / 100
               perform busca-catalogo
               move not1-tab(idx-not) to not1-edit
               move not2-tab(idx-not) to not2-edit
               move not3-tab(idx-not) to not3-edit
               move not4-tab(idx-not) to not4-edit
               move media-disc to media-edit
               perform proxima-linha
               string "N;" num-ent of reg-alu ";" disc-tab(idx-not)
                   ";" nome-disc-por ";" not1-edit ";" not2-edit ";"
                   not3-edit ";" not4-edit ";" media-edit
                   delimited by size into linha-nova-tab(tot-novas).

       busca-catalogo.
          move 0 to idx-cat-achado.
          perform acha-catalogo varying idx-cat from 1 by 1
              until idx-cat > tot-cat.
          if idx-cat-achado = 0
               move "(SEM CADASTRO)" to nome-disc-por
          else
               move nome-cat-tab(idx-cat-achado) to nome-disc-por.

       acha-catalogo.
          if idx-cat-achado = 0
               and cod-cat-tab(idx-cat) equal disc-tab(idx-not)
               move idx-cat to idx-cat-achado.

       monta-debitos.
          if cod-deb-tab(idx-deb) equal cod-cliente
               move valor-deb-tab(idx-deb) to valor-edit
               perform proxima-linha
               string "D;" num-ent of reg-alu ";"
                   origem-deb-tab(idx-deb) ";"
                   compet-deb-tab(idx-deb) ";"
                   acordo-deb-tab(idx-deb) ";"
                   parc-deb-tab(idx-deb) ";" valor-edit
                   delimited by size into linha-nova-tab(tot-novas)
               add valor-deb-tab(idx-deb) to aberto-aluno.

       monta-pagamentos.
          move valor-pag-tab(idx-cli-achado idx-pag)
              to valor-pag-edit.
          perform proxima-linha.
          string "P;" num-ent of reg-alu ";"
              data-pag-tab(idx-cli-achado idx-pag) ";"
              compet-pag-tab(idx-cli-achado idx-pag) ";"
              valor-pag-edit ";"
              origem-pag-tab(idx-cli-achado idx-pag)
              delimited by size into linha-nova-tab(tot-novas).
          add valor-pag-tab(idx-cli-achado idx-pag) to pago-aluno.

      * aluno com mais de 100 linhas: a ultima e reaproveitada e o
      * corte sai na contagem do final
       proxima-linha.
          if tot-novas < 100
               add 1 to tot-novas
          else
               add 1 to cont-cortados.
          move spaces to linha-nova-tab(tot-novas).

      * aluno que estava na imagem anterior e saiu do cadastro: no
      * modo D o portal recebe a linha X para apagar
       descarta-removido.
          if modo-portal = 1 and num-ant not equal num-removido
               move num-ant to num-removido
               add 1 to cont-removidos
               move spaces to linha-portal
               string "X;" num-ant into linha-portal
               write linha-portal
               add 1 to cont-linhas.
          perform le-anterior.

       junta-anterior.
          if tot-antigas < 100
               add 1 to tot-antigas
               move visao-ant to linha-antiga-tab(tot-antigas).
          perform le-anterior.

       compara-linha.
          if linha-nova-tab(idx-lin) not equal
               linha-antiga-tab(idx-lin)
               move "sim" to mudou.

       grava-nova.
          move linha-nova-tab(idx-lin) to linha-nov.
          write linha-nov.

       grava-portal.
          move linha-nova-tab(idx-lin) to linha-portal.
          write linha-portal.
          add 1 to cont-linhas.

       fim.
          close cadalu.
          perform descarta-removido until fim-ant equal "sim".
          if tem-respfin equal "sim"
               close respfin.
          move total-aberto to total-edit.
          move total-pago to total-pag-edit.
          move spaces to linha-portal.
          string "9;" cont-alunos ";" cont-linhas ";" total-edit ";"
              total-pag-edit ";" cont-removidos
              delimited by size into linha-portal.
          write linha-portal.
          close portal portalnov portalant.
          perform guarda-imagem.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "103-PORT" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-alunos to grava-aud.
      * linhas cortadas nao sao alunos: ficam so na tela
          move cont-iguais to rejeita-aud.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          if cont-cortados > 0
               display "PORTAL: " cont-cortados " LINHAS CORTADAS "
                   "(ALUNO COM MAIS DE 100 LINHAS)".
          display "PORTAL: " cont-alunos " ALUNOS, " cont-linhas
              " LINHAS NO PORTAL.DAT (MODO " modo-txt ")".

      * a imagem desta noite passa a ser a anterior da proxima
       guarda-imagem.
          move "nao" to fim-arq.
          open input portalnov.
          open output portalant.
          perform copia-imagem until fim-arq = "sim".
          close portalnov portalant.

       copia-imagem.
          read portalnov
              at end move "sim" to fim-arq
              not at end
                  move linha-nov to linha-ant
                  write linha-ant.

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
