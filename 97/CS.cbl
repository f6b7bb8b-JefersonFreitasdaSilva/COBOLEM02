       identification division.
       program-id. CS.
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
       select motivos assign to disk
       organization is line sequential
       file status is motivos-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd motivos
          label record is standard
          value of file-id is "motivos.dat".
          copy "motivo.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 motivos-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 3.
       77 opcao pic x(1) value " ".
       77 mot-digitado pic 9(2) value 0.
       77 desc-digitada pic x(30) value spaces.
       77 resp-ativo pic x(1) value " ".
       77 tot-mot pic 9(2) value 0.
       77 idx-mot-achado pic 9(2) value 0.
       77 cont-gravados pic 9(3) value 0.
       01 tabela-motivos.
           02 item-mot occurs 99 times indexed by idx-mot.
               03 cod-mot-tab   pic 9(2).
               03 desc-mot-tab  pic x(30).
               03 ativo-mot-tab pic x(1).

       procedure division.

      * tabela de motivos de trancamento e cancelamento: o 47/au
      * so aceita T ou C com motivo ativo desta tabela. motivo
      * usado nao se apaga - desativado, fica no historico e no
      * relatorio de evasao (98/ct), mas nao entra em transacao nova.
       PGM-1.
          perform assina.
          perform inicio.
          perform principal until opcao equal "F" or opcao equal "f".
          perform fim.
          stop run.

       inicio.
          open input motivos.
          if motivos-sts equal "00"
               perform carrega-motivos until fim-arq = "sim".
          close motivos.

       carrega-motivos.
          read motivos
              at end move "sim" to fim-arq
              not at end
                  if tot-mot < 99
                       add 1 to tot-mot
                       move cod-mot to cod-mot-tab(tot-mot)
                       move desc-mot to desc-mot-tab(tot-mot)
                       move ativo-mot to ativo-mot-tab(tot-mot)
                  else
                       display "MOTIVOS.DAT EXCEDEU 99 MOTIVOS".

       principal.
          display " ".
          display "MOTIVOS DE TRANCAMENTO E CANCELAMENTO".
          display "L=LISTAR  A=INCLUIR/ALTERAR  D=ATIVAR/DESATIVAR  "
              "F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform lista-motivos
              when opcao equal "A" or opcao equal "a"
                   perform altera-motivo
              when opcao equal "D" or opcao equal "d"
                   perform ativa-motivo
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, A, D OU F"
          end-evaluate.

       lista-motivos.
          display "COD DESCRICAO                      ATIVO".
          perform lista-motivo varying idx-mot from 1 by 1
              until idx-mot > tot-mot.
          display tot-mot " MOTIVOS NA TABELA".

       lista-motivo.
          display cod-mot-tab(idx-mot) "  " desc-mot-tab(idx-mot) " "
              ativo-mot-tab(idx-mot).

       altera-motivo.
          display "CODIGO DO MOTIVO ........ " with no advancing.
          accept mot-digitado.
          display "DESCRICAO ............... " with no advancing.
          accept desc-digitada.
          perform busca-motivo.
          evaluate true
              when mot-digitado = 0
                   display "CODIGO NAO PODE SER ZERO"
              when desc-digitada equal spaces
                   display "DESCRICAO EM BRANCO - NAO GRAVADA"
              when idx-mot-achado not = 0
                   move desc-digitada to desc-mot-tab(idx-mot-achado)
                   add 1 to cont-gravados
                   display "MOTIVO " mot-digitado " ALTERADO"
              when tot-mot = 99
                   display "TABELA DE MOTIVOS CHEIA"
              when other
                   add 1 to tot-mot
                   move mot-digitado to cod-mot-tab(tot-mot)
                   move desc-digitada to desc-mot-tab(tot-mot)
                   move "S" to ativo-mot-tab(tot-mot)
                   add 1 to cont-gravados
                   display "MOTIVO " mot-digitado " INCLUIDO"
          end-evaluate.

       ativa-motivo.
          display "CODIGO DO MOTIVO ........ " with no advancing.
          accept mot-digitado.
          perform busca-motivo.
          if idx-mot-achado = 0
               display "MOTIVO " mot-digitado " NAO CADASTRADO"
          else
               display desc-mot-tab(idx-mot-achado) " ATIVO: "
                   ativo-mot-tab(idx-mot-achado)
               display "ATIVO (S/N) ............. " with no advancing
               accept resp-ativo
               if resp-ativo equal "s" move "S" to resp-ativo
               end-if
               if resp-ativo equal "n" move "N" to resp-ativo
               end-if
               if resp-ativo equal "S" or resp-ativo equal "N"
                    move resp-ativo to ativo-mot-tab(idx-mot-achado)
                    add 1 to cont-gravados
                    display "MOTIVO " mot-digitado " GRAVADO"
               else
                    display "RESPONDA S OU N - MOTIVO MANTIDO".

       busca-motivo.
          move 0 to idx-mot-achado.
          perform acha-motivo varying idx-mot from 1 by 1
              until idx-mot > tot-mot.

       acha-motivo.
          if idx-mot-achado = 0
               and cod-mot-tab(idx-mot) equal mot-digitado
               set idx-mot-achado to idx-mot.

       fim.
          if cont-gravados > 0
               perform regrava-motivos.
          display "ALTERACOES NA SESSAO: " cont-gravados.

       regrava-motivos.
          open output motivos.
          perform regrava-um varying idx-mot from 1 by 1
              until idx-mot > tot-mot.
          close motivos.

       regrava-um.
          move cod-mot-tab(idx-mot) to cod-mot.
          move desc-mot-tab(idx-mot) to desc-mot.
          move ativo-mot-tab(idx-mot) to ativo-mot.
          write reg-motivo.

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
