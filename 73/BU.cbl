       identification division.
       program-id. BU.
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
       select respfin assign to disk
       organization is indexed
       access mode is dynamic
       record key is num-resp
       file status is respfin-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is random
       record key is num-ent
       file status is cadalu-sts.
       select cadcli1 assign to disk
       organization is indexed
       access mode is random
       record key is cod-ent
       file status is cadcli1-sts.
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
       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

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
       77 respfin-sts pic x(2).
       77 cadalu-sts pic x(2).
       77 cadcli1-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 2.
       77 opcao pic x(1) value " ".
       77 num-busca pic 9(5) value 0.
       77 cod-digitado pic 9(5) value 0.
       77 aluno-ok pic x(3) value "nao".
       77 cliente-ok pic x(3) value "nao".
       77 resp-exclui pic x(1) value " ".
       77 cont-gravados pic 9(5) value 0.
       77 cont-listados pic 9(5) value 0.
       77 data-execucao pic 9(6) value 0.

       procedure division.

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
               display "CADALU.DAT AUSENTE - NADA A VINCULAR"
               close cadalu
               stop run.
          open input cadcli1.
          if cadcli1-sts not equal "00"
               display "CADCLI1.DAT AUSENTE - NADA A VINCULAR"
               close cadalu cadcli1
               stop run.
          open i-o respfin.
          if respfin-sts not equal "00"
               open output respfin
               close respfin
               open i-o respfin.

       principal.
          display " ".
          display "RESPONSAVEL FINANCEIRO DO ALUNO".
          display "L=LISTAR  C=CONSULTAR  I=INCLUIR  A=ALTERAR  "
               "E=EXCLUIR  F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-vinculos
              when opcao equal "C" or opcao equal "c"
                   perform consulta-vinculo
              when opcao equal "I" or opcao equal "i"
                   perform inclui-vinculo
              when opcao equal "A" or opcao equal "a"
                   perform altera-vinculo
              when opcao equal "E" or opcao equal "e"
                   perform exclui-vinculo
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, C, I, A, E OU F"
          end-evaluate.

       lista-vinculos.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          move low-values to num-resp.
          start respfin key not < num-resp
               invalid key move "sim" to fim-arq
          end-start.
          if fim-arq not equal "sim"
               display "ALUNO NOME                           CLIENTE "
                   "NOME"
               perform lista-um until fim-arq = "sim".
          if cont-listados = 0
               display "NENHUM VINCULO CADASTRADO".

       lista-um.
          read respfin next
              at end move "sim" to fim-arq
              not at end
                  add 1 to cont-listados
                  perform le-aluno-cliente
                  display num-resp " " nome-ent " " cod-resp "   "
                      nome-cli.

      * os nomes sao so para conferencia na tela; o vinculo vale
      * pelo codigo, mesmo que o nome tenha mudado de um lado.
       le-aluno-cliente.
          move num-resp to num-ent.
          read cadalu
               invalid key move "** ALUNO FORA DO CADALU **"
                   to nome-ent.
          move cod-resp to cod-ent.
          read cadcli1
               invalid key move "** CLIENTE FORA DO CADCLI1 **"
                   to nome-cli.

       consulta-vinculo.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-resp.
          read respfin
               invalid key
                    display "ALUNO " num-busca " SEM RESPONSAVEL "
                        "FINANCEIRO"
               not invalid key
                    perform le-aluno-cliente
                    display "ALUNO ....... " num-resp " " nome-ent
                    display "CLIENTE ..... " cod-resp " " nome-cli
                    display "VINCULADO EM  " data-resp " POR "
                        oper-resp.

       inclui-vinculo.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          perform confere-aluno.
          if aluno-ok equal "sim"
               move num-busca to num-resp
               read respfin
                    invalid key
                         perform pede-cliente
                         if cliente-ok equal "sim"
                              perform grava-vinculo
                         end-if
                    not invalid key
                         display "ALUNO " num-busca " JA VINCULADO AO "
                             "CLIENTE " cod-resp " - USE A=ALTERAR".

       grava-vinculo.
          move num-busca to num-resp.
          move cod-digitado to cod-resp.
          move data-execucao to data-resp.
          move oper-digitado to oper-resp.
          write reg-respfin
               invalid key
                    display "ERRO AO GRAVAR VINCULO DO ALUNO "
                        num-busca
               not invalid key
                    move spaces to antes-diario
                    move "I" to acao-diario
                    perform diario-respfin
                    add 1 to cont-gravados
                    display "ALUNO " num-busca " VINCULADO AO CLIENTE "
                        cod-digitado.

       altera-vinculo.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-resp.
          read respfin
               invalid key
                    display "ALUNO " num-busca " SEM VINCULO - USE "
                        "I=INCLUIR"
               not invalid key
                    perform le-aluno-cliente
                    display "ALUNO ....... " num-resp " " nome-ent
                    display "CLIENTE ATUAL " cod-resp " " nome-cli
                    perform pede-cliente
                    if cliente-ok equal "sim"
                         perform regrava-vinculo.

       regrava-vinculo.
          move reg-respfin to antes-diario.
          move cod-digitado to cod-resp.
          move data-execucao to data-resp.
          move oper-digitado to oper-resp.
          rewrite reg-respfin
               invalid key
                    display "ERRO AO REGRAVAR VINCULO DO ALUNO "
                        num-busca
               not invalid key
                    move "A" to acao-diario
                    perform diario-respfin
                    add 1 to cont-gravados
                    display "ALUNO " num-busca " PASSA AO CLIENTE "
                        cod-digitado.

       exclui-vinculo.
          display "NUMERO DO ALUNO ..... " with no advancing.
          accept num-busca.
          move num-busca to num-resp.
          read respfin
               invalid key
                    display "ALUNO " num-busca " SEM VINCULO"
               not invalid key
                    display "CONFIRMA EXCLUIR O VINCULO COM O CLIENTE "
                        cod-resp " (S/N)? " with no advancing
                    accept resp-exclui
                    if resp-exclui equal "S" or resp-exclui equal "s"
                         move reg-respfin to antes-diario
                         delete respfin record
                         move "RESPFIN" to arq-diario
                         move "E" to acao-diario
                         perform grava-diario
                         add 1 to cont-gravados
                         display "VINCULO DO ALUNO " num-busca
                             " EXCLUIDO"
                    else
                         display "VINCULO MANTIDO".

       diario-respfin.
          move "RESPFIN" to arq-diario.
          move reg-respfin to depois-diario.
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

       pede-cliente.
          move "nao" to cliente-ok.
          display "CODIGO DO CLIENTE ... " with no advancing.
          accept cod-digitado.
          move cod-digitado to cod-ent.
          read cadcli1
               invalid key
                    display "CLIENTE " cod-digitado " NAO ESTA NO "
                        "CADCLI1 - VINCULO NAO GRAVADO"
               not invalid key
                    display "CLIENTE ..... " nome-cli
                    move "sim" to cliente-ok.

       fim.
          close respfin cadalu cadcli1.
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
          move "73/BU" to prog-dia.
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
