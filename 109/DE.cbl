       identification division.
       program-id. DE.
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
       select arqindice assign to disk
       organization is line sequential
       file status is arqindice-sts.
       select relcopia assign to nome-copia
       organization is line sequential
       file status is relcopia-sts.
       select relreimp assign to disk
       organization is line sequential.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.

       data division.
       file section.
       fd arqindice
          label record is standard
          value of file-id is "arqindice.dat".
          copy "arqindice.cpy".

       fd relcopia
          label record is standard.
       01 reg-copia pic x(200).

       fd relreimp
          label record is standard
          value of file-id is "relreimp.dat".
       01 reg-reimp pic x(200).

       fd operador
          label record is standard
          value of file-id is "operador.dat".
          copy "operador.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 fim-utilitario pic x(3) value "nao".
       77 arqindice-sts pic x(2).
       77 relcopia-sts pic x(2).
       77 operador-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nivel-assinado pic 9(1) value 0.
       77 nivel-exigido pic 9(1) value 1.
       77 opcao pic x(1) value " ".
       77 nome-copia pic x(40) value spaces.
       77 data-busca pic 9(8) value 0.
       77 rel-busca pic x(20) value spaces.
       77 achou-copia pic x(3) value "nao".
       77 cont-listados pic 9(5) value 0.
       77 cont-linhas pic 9(7) value 0.
       77 linhas-edit pic zzzzzz9.

       procedure division.

      * consulta ao arquivo datado de relatorios (108/dd): lista o
      * indice por data ou por relatorio e reimprime uma copia
      * arquivada em relreimp.dat, do jeito que saiu na noite.
       PGM-1.
          perform assina.
          perform principal until fim-utilitario = "sim".
          stop run.

       principal.
          display " ".
          display "ARQUIVO DE RELATORIOS".
          display "1 LISTAR POR DATA".
          display "2 LISTAR POR RELATORIO".
          display "3 REIMPRIMIR RELATORIO ARQUIVADO".
          display "4 FIM".
          display "FUNCAO: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "1"
                   perform lista-por-data
              when opcao equal "2"
                   perform lista-por-relatorio
              when opcao equal "3"
                   perform reimprime
              when opcao equal "4"
                   move "sim" to fim-utilitario
              when other
                   display "FUNCAO INVALIDA - DIGITE 1 A 4"
          end-evaluate.

       lista-por-data.
          display "DATA (AAAAMMDD): " with no advancing.
          accept data-busca.
          move spaces to rel-busca.
          perform lista-indice.

       lista-por-relatorio.
          display "RELATORIO (EX.: RELBALANC.DAT): " with no advancing.
          accept rel-busca.
          perform converte-nome.
          move 0 to data-busca.
          perform lista-indice.

      * os nomes de arquivo sao gravados em minusculas
       converte-nome.
          inspect rel-busca converting
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              to "abcdefghijklmnopqrstuvwxyz".

       lista-indice.
          move 0 to cont-listados.
          move "nao" to fim-arq.
          open input arqindice.
          if arqindice-sts not equal "00"
               move "sim" to fim-arq
               display "ARQUIVO DE RELATORIOS VAZIO (ARQINDICE.DAT)".
          perform le-indice until fim-arq = "sim".
          close arqindice.
          display cont-listados " RELATORIOS ARQUIVADOS LISTADOS".

       le-indice.
          read arqindice
              at end move "sim" to fim-arq
              not at end
                  if (data-busca = 0 or data-idx = data-busca)
                       and (rel-busca = spaces or rel-idx = rel-busca)
                       perform mostra-entrada.

       mostra-entrada.
          add 1 to cont-listados.
          move linhas-idx to linhas-edit.
          display data-idx " " prog-idx " " rel-idx " " linhas-edit
              " LINHAS".

       reimprime.
          display "DATA (AAAAMMDD): " with no advancing.
          accept data-busca.
          display "RELATORIO (EX.: RELBALANC.DAT): " with no advancing.
          accept rel-busca.
          perform converte-nome.
          move "nao" to achou-copia.
          move "nao" to fim-arq.
          open input arqindice.
          if arqindice-sts not equal "00"
               move "sim" to fim-arq.
          perform procura-copia until fim-arq = "sim".
          close arqindice.
          if achou-copia equal "sim"
               perform copia-para-reimpressao
          else
               display "RELATORIO " rel-busca " DE " data-busca
                   " NAO ESTA NO ARQUIVO".

       procura-copia.
          read arqindice
              at end move "sim" to fim-arq
              not at end
                  if data-idx = data-busca and rel-idx = rel-busca
                       move arquivo-idx to nome-copia
                       move "sim" to achou-copia.

       copia-para-reimpressao.
          open input relcopia.
          if relcopia-sts not equal "00"
               close relcopia
               display "COPIA " nome-copia " NAO ENCONTRADA - "
                   "PROCURE A ADMINISTRACAO"
          else
               move 0 to cont-linhas
               move "nao" to fim-arq
               open output relreimp
               perform copia-linha until fim-arq = "sim"
               close relcopia relreimp
               move cont-linhas to linhas-edit
               display "REIMPRESSO EM RELREIMP.DAT: " linhas-edit
                   " LINHAS".

       copia-linha.
          read relcopia
              at end move "sim" to fim-arq
              not at end
                  move reg-copia to reg-reimp
                  write reg-reimp
                  add 1 to cont-linhas.

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
