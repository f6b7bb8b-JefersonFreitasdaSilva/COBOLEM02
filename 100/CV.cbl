       identification division.
       program-id. CV.
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
       select bolsafam assign to disk
       organization is indexed
       access mode is sequential
       record key is num-bf
       file status is bolsafam-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
       select presenca assign to disk
       organization is line sequential
       file status is presenca-sts.
       select sispresenca assign to disk
       organization is line sequential.
       select relbolsafam assign to disk
       organization is line sequential.
       select parmbim assign to disk
       organization is line sequential
       file status is parmbim-sts.
       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd bolsafam
          label record is standard
          value of file-id is "bolsafam.dat".
          copy "bolsafam.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

      * presenca por dia de aula: P presente, A ausente, J falta
      * justificada por abono do 52/az.
       fd presenca
          label record is standard
          value of file-id is "presenca.dat".
       01 reg-presenca.
          02 data-aula pic 9(8).
          02 num-pres  pic 9(5).
          02 situa-pres pic x(1).

      * extrato do sistema presenca em layout fixo: registro 0
      * cabecalho (escola e bimestre), 1 aluno beneficiario, 9
      * trailer com a quantidade de registros 1.
       fd sispresenca
          label record is standard
          value of file-id is "sispresenca.dat".
       01 reg-sis-cab.
          02 tipo-cab     pic x(1).
          02 inep-cab     pic 9(8).
          02 ano-cab      pic 9(4).
          02 bim-cab      pic 9(1).
          02 geracao-cab  pic 9(8).
          02 filler       pic x(58).
       01 reg-sis-alu.
          02 tipo-alu     pic x(1).
          02 nis-alu      pic 9(11).
          02 inep-alu     pic 9(8).
          02 num-alu      pic 9(5).
          02 nome-alu     pic x(30).
          02 dias-alu     pic 9(3).
          02 faltas-alu   pic 9(3).
          02 freq-alu     pic 9(3).
          02 just-alu     pic 9(2).
          02 filler       pic x(14).
       01 reg-sis-trl.
          02 tipo-trl     pic x(1).
          02 qtd-trl      pic 9(6).
          02 filler       pic x(73).

       fd relbolsafam
           label record are standard
           value of file-id is "relbolsafam.dat".
       01 linha-rel pic x(80).

      * bimestre do extrato (aaaab); sem o arquivo vale o bimestre
      * anterior ao da data da corrida
       fd parmbim
          label record is standard
          value of file-id is "parmbim.dat".
       01 reg-parmbim.
          02 ano-pbim pic 9(4).
          02 bim-pbim pic 9(1).

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
           02 valor-parm-inep pic 9(8).
           02 filler pic x(2).
       01 valor-parm-pct-r redefines valor-parm-achado.
           02 valor-parm-pct pic 9(2).
           02 filler pic x(8).
       77 fim-arq pic x(3) value "nao".
       77 bolsafam-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 presenca-sts pic x(2).
       77 parmbim-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 data-completa pic 9(8) value 0.
       77 ano-hoje pic 9(4) value 0.
       77 mes-hoje pic 9(2) value 0.
       77 resto-data pic 9(6) value 0.
       77 ano-bim pic 9(4) value 0.
       77 bim-extrato pic 9(1) value 0.
       77 mes-ini pic 9(2) value 0.
       77 data-ini pic 9(8) value 0.
       77 data-fim pic 9(8) value 0.
       77 cod-inep pic 9(8) value 0.
       77 min-pct pic 9(2) value 85.
       77 min-pct-16 pic 9(2) value 75.
      * falta abaixo do minimo coberta por abono (J do 52/az): vai
      * com o codigo de doenca do aluno da tabela do sistema presenca
       77 cod-just-saude pic 9(2) value 1.
       77 idade pic 9(3) value 0.
       77 total-dias pic 9(3) value 0.
       77 faltas pic 9(3) value 0.
       77 freq pic 9(3) value 0.
       77 freq-abonada pic 9(3) value 0.
       77 tot-ben pic 9(4) value 0.
       77 idx-ben-achado pic 9(4) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-extrato pic 9(6) value 0.
       77 cont-inativos pic 9(5) value 0.
       77 cont-fora pic 9(5) value 0.
       77 cont-baixa pic 9(5) value 0.
       77 cont-sem-just pic 9(5) value 0.
       77 cont-sem-aula pic 9(5) value 0.
       77 rotulo-just pic x(20) value spaces.
       77 cont-edit pic zzzz9.
       01 tabela-beneficiarios.
           02 item-ben occurs 5000 times indexed by idx-ben.
               03 num-ben-tab   pic 9(5).
               03 nis-ben-tab   pic 9(11).
               03 nome-ben-tab  pic x(30).
               03 turma-ben-tab pic x(1).
               03 min-ben-tab   pic 9(2).
               03 just-ben-tab  pic 9(2).
               03 pres-ben-tab  pic 9(3).
               03 aus-ben-tab   pic 9(3).
               03 abon-ben-tab  pic 9(3).

       procedure division.

      * extrato bimestral do bolsa familia (sistema presenca): para
      * cada beneficiario ativo e ativo no cadalu, os dias de aula do
      * bimestre no presenca.dat, as faltas e a frequencia. abaixo
      * do minimo (BFMINPCT, ou BFMIN16 a partir dos 16 anos) vai
      * a justificativa do 99/cu para o bimestre; sem ela, se os
      * abonos (J) cobrem a falta, vai o codigo de doenca do aluno.
      * o relatorio de controle lista quem ficou fora do extrato.
       PGM-1.
          perform inicio.
          perform principal until fim-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          accept data-completa from date yyyymmdd.
          divide data-completa by 100 giving resto-data.
          divide resto-data by 100 giving ano-hoje
              remainder mes-hoje.
          compute bim-extrato = (mes-hoje + 1) / 2.
          if bim-extrato = 1
               move 6 to bim-extrato
               compute ano-bim = ano-hoje - 1
          else
               subtract 1 from bim-extrato
               move ano-hoje to ano-bim.
          open input parmbim.
          if parmbim-sts equal "00"
               read parmbim
               if parmbim-sts equal "00"
                    move ano-pbim to ano-bim
                    move bim-pbim to bim-extrato.
          close parmbim.
          if bim-extrato < 1 or bim-extrato > 6
               display "BOLSA FAMILIA: BIMESTRE INVALIDO NO "
                   "PARMBIM.DAT - " bim-extrato
               move 8 to return-code
               stop run.
          compute mes-ini = bim-extrato * 2 - 1.
          compute data-ini = ano-bim * 10000 + mes-ini * 100 + 1.
          compute data-fim = ano-bim * 10000 + (mes-ini + 1) * 100
              + 31.
          accept data-hoje-parm from date yyyymmdd.
          open input parmcent.
          if parmcent-sts equal "00"
               perform carrega-parmcent
                   until parmcent-sts not equal "00".
          close parmcent.
          move "CODINEP" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-inep to cod-inep.
          if cod-inep = 0
               display "BOLSA FAMILIA: CODINEP NAO CADASTRADO - "
                   "EXTRATO NAO GERADO"
               move 8 to return-code
               stop run.
          move "BFMINPCT" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-pct to min-pct.
          move "BFMIN16" to nome-parm-busca.
          perform busca-parmcent.
          if achou-parm equal "sim"
               move valor-parm-pct to min-pct-16.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "BOLSA FAMILIA: CADALU.DAT NAO ABRE - STATUS "
                   cadalu-sts
               move 8 to return-code
               stop run.
          open input bolsafam.
          if bolsafam-sts not equal "00"
               display "BOLSA FAMILIA: BOLSAFAM.DAT AUSENTE"
               move 8 to return-code
               stop run.
          open output relbolsafam.
          move spaces to linha-rel.
          string "BOLSA FAMILIA - CONTROLE DO BIMESTRE " bim-extrato
              "/" ano-bim " - EMITIDO EM " data-execucao
              into linha-rel.
          write linha-rel.
          move spaces to linha-rel.
          write linha-rel.
          move "BENEFICIARIOS FORA DO EXTRATO" to linha-rel.
          write linha-rel.
          perform carrega-beneficiarios until fim-arq = "sim".
          move "nao" to fim-arq.
          close bolsafam.
          open input presenca.
          if presenca-sts not equal "00"
               display "BOLSA FAMILIA: PRESENCA.DAT AUSENTE - "
                   "TODOS SEM AULA NO BIMESTRE"
               move "sim" to fim-arq.

      * beneficiario inativo nao vai ao extrato nem ao controle; o
      * que nao esta no cadalu, ou esta trancado ou cancelado, vai
      * so ao controle para a secretaria acertar no sistema presenca
       carrega-beneficiarios.
          read bolsafam
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-lidos
                  if ativo-bf not equal "S"
                       add 1 to cont-inativos
                  else
                       perform confere-cadastro.

       confere-cadastro.
          move num-bf to num-ent.
          read cadalu
               invalid key move "99" to cadalu-sts
               not invalid key move "00" to cadalu-sts.
          evaluate true
              when cadalu-sts not equal "00"
                   add 1 to cont-fora
                   move spaces to linha-rel
                   string "  " num-bf " NIS " nis-bf
                       " NAO ENCONTRADO NO CADALU" into linha-rel
                   write linha-rel
              when situa-ent equal "T" or situa-ent equal "C"
                   add 1 to cont-fora
                   move spaces to linha-rel
                   string "  " num-bf " NIS " nis-bf " " nome-ent
                       " SITUACAO " situa-ent " NO CADALU"
                       into linha-rel
                   write linha-rel
              when tot-ben not < 5000
                   add 1 to cont-fora
                   display "BOLSAFAM.DAT EXCEDEU 5000 BENEFICIARIOS"
              when other
                   perform guarda-beneficiario
          end-evaluate.

       guarda-beneficiario.
          add 1 to tot-ben.
          move num-bf to num-ben-tab(tot-ben).
          move nis-bf to nis-ben-tab(tot-ben).
          move nome-ent to nome-ben-tab(tot-ben).
          move turma-ent to turma-ben-tab(tot-ben).
          move 0 to pres-ben-tab(tot-ben).
          move 0 to aus-ben-tab(tot-ben).
          move 0 to abon-ben-tab(tot-ben).
          if ano-just-bf equal ano-bim
               and bim-just-bf equal bim-extrato
               move cod-just-bf to just-ben-tab(tot-ben)
          else
               move 0 to just-ben-tab(tot-ben).
          compute idade = ano-bim - aa-ent.
          if mes-ini < mm-ent or (mes-ini = mm-ent and dd-ent > 1)
               subtract 1 from idade.
          if idade > 15
               move min-pct-16 to min-ben-tab(tot-ben)
          else
               move min-pct to min-ben-tab(tot-ben).

       principal.
          read presenca
              at end move "sim" to fim-arq
              not at end
                  if data-aula not < data-ini
                       and data-aula not > data-fim
                       perform conta-presenca.

       conta-presenca.
          move 0 to idx-ben-achado.
          perform acha-beneficiario varying idx-ben from 1 by 1
              until idx-ben > tot-ben or idx-ben-achado not = 0.
          if idx-ben-achado not = 0
               evaluate situa-pres
                   when "P" add 1 to pres-ben-tab(idx-ben-achado)
                   when "A" add 1 to aus-ben-tab(idx-ben-achado)
                   when "J" add 1 to abon-ben-tab(idx-ben-achado)
               end-evaluate.

       acha-beneficiario.
          if num-ben-tab(idx-ben) equal num-pres
               set idx-ben-achado to idx-ben.

       fim.
          close presenca cadalu.
          open output sispresenca.
          move spaces to reg-sis-cab.
          move "0" to tipo-cab.
          move cod-inep to inep-cab.
          move ano-bim to ano-cab.
          move bim-extrato to bim-cab.
          move data-completa to geracao-cab.
          write reg-sis-cab.
          move spaces to linha-rel.
          write linha-rel.
          move "FREQUENCIA ABAIXO DO MINIMO" to linha-rel.
          write linha-rel.
          perform extrato-aluno varying idx-ben from 1 by 1
              until idx-ben > tot-ben.
          move spaces to reg-sis-trl.
          move "9" to tipo-trl.
          move cont-extrato to qtd-trl.
          write reg-sis-trl.
          close sispresenca.
          perform totais-controle.
          close relbolsafam.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "100-BFAM" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-extrato to grava-aud.
      * lidos sao os beneficiarios: cada um sai no extrato ou fica
      * fora (cadastro, inativo ou sem aula no bimestre).
          compute rejeita-aud = cont-fora + cont-inativos
              + cont-sem-aula.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close auditoria.
          display "BOLSA FAMILIA: " cont-extrato " ALUNOS NO EXTRATO "
              "DO BIMESTRE " bim-extrato "/" ano-bim
              " - VER RELBOLSAFAM.DAT".

      * faltas do sistema presenca sao as A e as J; a frequencia
      * abonada (J como presenca) so decide o codigo automatico
       extrato-aluno.
          compute total-dias = pres-ben-tab(idx-ben)
              + aus-ben-tab(idx-ben) + abon-ben-tab(idx-ben).
          if total-dias = 0
               add 1 to cont-sem-aula
               move spaces to linha-rel
               string "  " num-ben-tab(idx-ben) " "
                   nome-ben-tab(idx-ben) " SEM AULA REGISTRADA NO "
                   "BIMESTRE" into linha-rel
               write linha-rel
          else
               perform grava-extrato-aluno.

       grava-extrato-aluno.
          compute faltas = aus-ben-tab(idx-ben)
              + abon-ben-tab(idx-ben).
          compute freq = pres-ben-tab(idx-ben) * 100 / total-dias.
          move spaces to reg-sis-alu.
          move "1" to tipo-alu.
          move nis-ben-tab(idx-ben) to nis-alu.
          move cod-inep to inep-alu.
          move num-ben-tab(idx-ben) to num-alu.
          move nome-ben-tab(idx-ben) to nome-alu.
          move total-dias to dias-alu.
          move faltas to faltas-alu.
          move freq to freq-alu.
          move 0 to just-alu.
          if freq < min-ben-tab(idx-ben)
               perform justifica-aluno.
          write reg-sis-alu.
          add 1 to cont-extrato.

       justifica-aluno.
          add 1 to cont-baixa.
          compute freq-abonada = (pres-ben-tab(idx-ben)
              + abon-ben-tab(idx-ben)) * 100 / total-dias.
          evaluate true
              when just-ben-tab(idx-ben) not = 0
                   move just-ben-tab(idx-ben) to just-alu
                   move "JUSTIFICADO" to rotulo-just
              when freq-abonada not < min-ben-tab(idx-ben)
                   move cod-just-saude to just-alu
                   move "ABONO (ATESTADO)" to rotulo-just
              when other
                   add 1 to cont-sem-just
                   move "SEM JUSTIFICATIVA" to rotulo-just
          end-evaluate.
          move spaces to linha-rel.
          string "  " num-ben-tab(idx-ben) " " nome-ben-tab(idx-ben)
              " " turma-ben-tab(idx-ben) " FREQ " freq "% MIN "
              min-ben-tab(idx-ben) " " just-alu " " rotulo-just
              into linha-rel.
          write linha-rel.

       totais-controle.
          move spaces to linha-rel.
          write linha-rel.
          move cont-extrato to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS NO EXTRATO .................. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-baixa to cont-edit.
          move spaces to linha-rel.
          string "ABAIXO DO MINIMO ................... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-just to cont-edit.
          move spaces to linha-rel.
          string "  SEM JUSTIFICATIVA (USE O 99/CU) .. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-fora to cont-edit.
          move spaces to linha-rel.
          string "FORA DO CADALU OU NAO ATIVOS ....... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-aula to cont-edit.
          move spaces to linha-rel.
          string "SEM AULA REGISTRADA NO BIMESTRE .... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-inativos to cont-edit.
          move spaces to linha-rel.
          string "BENEFICIOS INATIVOS (NAO ENVIADOS) . " cont-edit
              into linha-rel.
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
