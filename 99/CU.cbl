       identification division.
       program-id. CU.
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
       access mode is dynamic
       record key is num-bf
       file status is bolsafam-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
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
       fd bolsafam
          label record is standard
          value of file-id is "bolsafam.dat".
          copy "bolsafam.cpy".

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

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
       77 fim-arq pic x(3) value "nao".
       77 bolsafam-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 num-busca pic 9(5) value 0.
       77 nis-digitado pic 9(11) value 0.
       77 ativo-digitado pic x(1) value " ".
       77 ano-digitado pic 9(4) value 0.
       77 bim-digitado pic 9(1) value 0.
       77 cod-digitado pic 9(2) value 0.
       77 aluno-ok pic x(3) value "nao".
       77 nis-ok pic x(3) value "nao".
       77 resp-exclui pic x(1) value " ".
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 data-execucao pic 9(6) value 0.
       77 soma-nis pic 9(4) value 0.
       77 quoc-nis pic 9(4) value 0.
       77 resto-nis pic 9(2) value 0.
       77 dv-nis pic 9(2) value 0.
       77 idx-nis pic 9(2) value 0.
       01 nis-trab.
           02 dig-nis pic 9(1) occurs 11 times.
       01 nis-trab-r redefines nis-trab.
           02 nis-num pic 9(11).
      * pesos do digito verificador do nis (o mesmo do pis/pasep)
       01 tabela-pesos.
           02 filler pic x(10) value "3298765432".
       01 tabela-pesos-r redefines tabela-pesos.
           02 peso-nis pic 9(1) occurs 10 times.

       procedure division.

      * beneficiarios do bolsa familia: o aluno, o nis e se o
      * beneficio esta ativo. a justificativa de baixa frequencia
      * vale para um bimestre so e sai no extrato do 100/cv.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input cadalu.
          if cadalu-sts not equal "00"
               display "CADALU.DAT AUSENTE - NADA A CADASTRAR"
               close cadalu
               stop run.
          open i-o bolsafam.
          if bolsafam-sts not equal "00"
               open output bolsafam
               close bolsafam
               open i-o bolsafam.

       principal.
          display " ".
          display "BENEFICIARIOS DO BOLSA FAMILIA".
          display "L=LISTAR  C=CONSULTAR  I=INCLUIR  A=ALTERAR  "
               "J=JUSTIFICAR  E=EXCLUIR  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-beneficiarios
              when opcao equal "C" or opcao equal "c"
                   perform consulta-beneficiario
              when opcao equal "I" or opcao equal "i"
                   perform inclui-beneficiario
              when opcao equal "A" or opcao equal "a"
                   perform altera-beneficiario
              when opcao equal "J" or opcao equal "j"
                   perform justifica-frequencia
              when opcao equal "E" or opcao equal "e"
                   perform exclui-beneficiario
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I, A, J, E "
                       "OU F"
          end-evaluate.

       lista-beneficiarios.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to num-bf.
          start bolsafam key not < num-bf
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "ALUNO NOME                           NIS      "
                   "   ATIVO JUSTIF."
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "NENHUM BENEFICIARIO CADASTRADO".

       lista-um.
          read bolsafam next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  perform le-aluno
                  display num-bf " " nome-ent " " nis-bf "   "
                      ativo-bf "   " ano-just-bf "/" bim-just-bf " "
                      cod-just-bf.

       le-aluno.
          move num-bf to num-ent.
          read cadalu
               invalid key move "** ALUNO FORA DO CADALU **"
                   to nome-ent.

       consulta-beneficiario.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-bf.
          read bolsafam
               invalid key
                    display "ALUNO " num-busca " NAO E BENEFICIARIO"
               not invalid key
                    perform mostra-beneficiario.

       mostra-beneficiario.
          perform le-aluno.
          display "ALUNO ....... " num-bf " " nome-ent.
          display "NIS ......... " nis-bf "  ATIVO " ativo-bf.
          if cod-just-bf not = 0
               display "JUSTIFICATIVA " cod-just-bf " NO BIMESTRE "
                   bim-just-bf "/" ano-just-bf.
          display "ALTERADO EM   " data-bf " POR " oper-bf.

       inclui-beneficiario.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          perform confere-aluno.
          if aluno-ok equal "sim"
               move num-busca to num-bf
               read bolsafam
                    invalid key
                         perform pede-nis
                         if nis-ok equal "sim"
                              perform grava-beneficiario
                         end-if
                    not invalid key
                         display "ALUNO " num-busca " JA CADASTRADO "
                             "- USE A=ALTERAR".

       grava-beneficiario.
          move num-busca to num-bf.
          move nis-digitado to nis-bf.
          move "S" to ativo-bf.
          move 0 to ano-just-bf.
          move 0 to bim-just-bf.
          move 0 to cod-just-bf.
          move data-execucao to data-bf.
          move oper-digitado to oper-bf.
          write reg-bolsafam
               invalid key
                    display "ERRO AO GRAVAR BENEFICIARIO " num-busca
               not invalid key
                    move spaces to antes-diario
                    move "I" to acao-diario
                    perform diario-bolsafam
                    add 1 to cont-gravados
                    display "ALUNO " num-busca " CADASTRADO COMO "
                        "BENEFICIARIO".

      * alteracao: nis e situacao do beneficio; nis em branco mantem
       altera-beneficiario.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-bf.
          read bolsafam
               invalid key
                    display "ALUNO " num-busca " NAO E BENEFICIARIO - "
                        "USE I=INCLUIR"
               not invalid key
                    perform mostra-beneficiario
                    move reg-bolsafam to antes-diario
                    perform pede-alteracao.

       pede-alteracao.
          display "NOVO NIS (0 MANTEM) . " with no advancing.
          accept nis-digitado.
          move "sim" to nis-ok.
          if nis-digitado not = 0
               perform valida-nis.
          display "ATIVO (S/N) ......... " with no advancing.
          accept ativo-digitado.
          if ativo-digitado equal "s" move "S" to ativo-digitado.
          if ativo-digitado equal "n" move "N" to ativo-digitado.
          evaluate true
              when nis-ok not equal "sim"
                   display "NIS INVALIDO - BENEFICIARIO MANTIDO"
              when ativo-digitado not equal "S"
                   and ativo-digitado not equal "N"
                   display "RESPONDA S OU N - BENEFICIARIO MANTIDO"
              when other
                   if nis-digitado not = 0
                        move nis-digitado to nis-bf
                   end-if
                   move ativo-digitado to ativo-bf
                   perform regrava-beneficiario
          end-evaluate.

      * codigo de justificativa da tabela do sistema presenca para
      * o aluno abaixo da frequencia minima no bimestre
       justifica-frequencia.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-bf.
          read bolsafam
               invalid key
                    display "ALUNO " num-busca " NAO E BENEFICIARIO"
               not invalid key
                    perform mostra-beneficiario
                    move reg-bolsafam to antes-diario
                    perform pede-justificativa.

       pede-justificativa.
          display "ANO DO BIMESTRE ..... " with no advancing.
          accept ano-digitado.
          display "BIMESTRE (1 A 6) .... " with no advancing.
          accept bim-digitado.
          display "CODIGO (0 APAGA) .... " with no advancing.
          accept cod-digitado.
          if ano-digitado < 2000 or bim-digitado < 1
               or bim-digitado > 6
               display "BIMESTRE INVALIDO - NADA GRAVADO"
          else
               move ano-digitado to ano-just-bf
               move bim-digitado to bim-just-bf
               move cod-digitado to cod-just-bf
               perform regrava-beneficiario.

       regrava-beneficiario.
          move data-execucao to data-bf.
          move oper-digitado to oper-bf.
          rewrite reg-bolsafam
               invalid key
                    display "ERRO AO REGRAVAR BENEFICIARIO " num-bf
               not invalid key
                    move "A" to acao-diario
                    perform diario-bolsafam
                    add 1 to cont-gravados
                    display "BENEFICIARIO " num-bf " GRAVADO".

       exclui-beneficiario.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-bf.
          read bolsafam
               invalid key
                    display "ALUNO " num-busca " NAO E BENEFICIARIO"
               not invalid key
                    display "CONFIRMA EXCLUIR O BENEFICIARIO NIS "
                        nis-bf " (S/N)? " with no advancing
                    accept resp-exclui
                    if resp-exclui equal "S" or resp-exclui equal "s"
                         move reg-bolsafam to antes-diario
                         delete bolsafam record
                         move "BOLSAFAM" to arq-diario
                         move "E" to acao-diario
                         perform grava-diario
                         add 1 to cont-gravados
                         display "BENEFICIARIO " num-busca
                             " EXCLUIDO"
                    else
                         display "BENEFICIARIO MANTIDO".

       diario-bolsafam.
          move "BOLSAFAM" to arq-diario.
          move reg-bolsafam to depois-diario.
          perform grava-diario.

       confere-aluno.
          move "nao" to aluno-ok.
          move num-busca to num-ent.
          read cadalu
               invalid key
                    display "ALUNO " num-busca " NAO ESTA NO CADALU"
               not invalid key
                    move "sim" to aluno-ok
                    display "ALUNO ....... " nome-ent.

       pede-nis.
          display "NIS ................. " with no advancing.
          accept nis-digitado.
          perform valida-nis.
          if nis-ok not equal "sim"
               display "NIS INVALIDO - BENEFICIARIO NAO GRAVADO".

      * digito verificador: soma dos 10 primeiros digitos pelos
      * pesos, resto por 11; 11 menos o resto, e 10 ou 11 vira zero
       valida-nis.
          move "nao" to nis-ok.
          move nis-digitado to nis-num.
          move 0 to soma-nis.
          perform soma-digito varying idx-nis from 1 by 1
              until idx-nis > 10.
          divide soma-nis by 11 giving quoc-nis remainder resto-nis.
          compute dv-nis = 11 - resto-nis.
          if dv-nis > 9
               move 0 to dv-nis.
          if nis-digitado not = 0 and dv-nis = dig-nis(11)
               move "sim" to nis-ok.

       soma-digito.
          compute soma-nis = soma-nis
              + dig-nis(idx-nis) * peso-nis(idx-nis).

       fim.
          close bolsafam cadalu.
          display "ALTERACOES NA SESSAO: " cont-gravados.

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
          move "99/CU" to prog-dia.
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
