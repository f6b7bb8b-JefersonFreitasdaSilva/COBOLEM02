       select disciplinas assign to disk
       organization is line sequential
       file status is disciplinas-sts.
       select prereqs assign to disk
       organization is line sequential
       file status is prereqs-sts.
       select operador assign to disk
       organization is line sequential
       file status is operador-sts.
          value of file-id is "disciplinas.dat".
          copy "disciplina.cpy".

       fd prereqs
          label record is standard
          value of file-id is "prereqs.dat".
          copy "prereq.cpy".

       fd operador
          label record is standard
          value of file-id is "operador.dat".
       77 fim-arq pic x(3) value "nao".
       77 disciplinas-sts pic x(2).
       77 operador-sts pic x(2).
       77 prereqs-sts pic x(2).
       77 oper-digitado pic x(8) value spaces.
       77 oper-achado pic x(3) value "nao".
       77 nome-assinado pic x(30) value spaces.
       77 nome-digitado pic x(30) value spaces.
       77 carga-digitada pic 9(3) value 0.
       77 vagas-digitadas pic 9(3) value 0.
       77 vagas-antigas pic 9(3) value 0.
       77 obrig-digitada pic x(1) value " ".
       77 ativo-digitado pic x(1) value " ".
       01 tabela-disc.
               03 vagas-tab pic 9(3).
               03 obrig-tab pic x(1).
               03 ativo-tab pic x(1).
       77 tot-pre pic 9(4) value 0.
       77 idx-pre-achado pic 9(4) value 0.
       77 cont-pre-gravados pic 9(3) value 0.
       77 cont-pre-listados pic 9(3) value 0.
       77 disc-pre-busca pic 9(3) value 0.
       77 req-digitado pic 9(3) value 0.
       77 opcao-pre pic x(1) value " ".
      * pre-requisitos do catalogo; excluido fica com codigo zero
      * e nao volta para o arquivo.
       01 tabela-prereq.
           02 item-pre occurs 1000 times indexed by idx-pre.
               03 disc-pre-tab pic 9(3).
               03 req-pre-tab  pic 9(3).

       procedure division.

          if disciplinas-sts equal "00"
               perform carrega-disciplinas until fim-arq = "sim".
          close disciplinas.
          move "nao" to fim-arq.
          open input prereqs.
          if prereqs-sts equal "00"
               perform carrega-prereqs until fim-arq = "sim".
          close prereqs.

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

       carrega-disciplinas.
          read disciplinas
       principal.
          display " ".
          display "MANUTENCAO DO CATALOGO DE DISCIPLINAS".
          display "L=LISTAR  I=INCLUIR  A=ALTERAR  P=PRE-REQUISITOS  "
               "F=FIM: " with no advancing.
          accept opcao.
          evaluate true
              when opcao equal "L" or opcao equal "l"
                   perform inclui-disciplina
              when opcao equal "A" or opcao equal "a"
                   perform altera-disciplina
              when opcao equal "P" or opcao equal "p"
                   perform mantem-prereqs
              when opcao equal "F" or opcao equal "f"
                   continue
              when other
                   display "OPCAO INVALIDA - DIGITE L, I, A, P OU F"
          end-evaluate.

       lista-disciplinas.
               display "NOVAS VAGAS ........      "
                   with no advancing
               accept vagas-digitadas
               move vagas-tab(idx-achado) to vagas-antigas
               move vagas-digitadas to vagas-tab(idx-achado)
               perform avisa-espera
               display "OBRIGATORIA (S/N, BRANCO MANTEM) "
                   with no advancing
               accept obrig-digitada
               add 1 to cont-gravados
               display "DISCIPLINA " cod-busca " ALTERADA".

      * vaga a mais (ou vagas livres, zero) chama a lista de espera
      * da disciplina no lote da noite, na ordem de chegada.
       avisa-espera.
          if vagas-antigas not = 0
               and (vagas-digitadas = 0
                    or vagas-digitadas > vagas-antigas)
               display "VAGAS AUMENTADAS - A LISTA DE ESPERA DA "
                   "DISCIPLINA SERA CHAMADA NO LOTE DA NOITE".

      * pre-requisito: a disciplina so aceita matricula (46/at) de
      * quem ja foi aprovado no requisito em termo anterior.
       mantem-prereqs.
          display "CODIGO DA DISCIPLINA  " with no advancing.
          accept cod-busca.
          perform busca-disciplina.
          if idx-achado = 0
               display "DISCIPLINA " cod-busca " NAO CADASTRADA"
          else
               move cod-busca to disc-pre-busca
               perform lista-prereqs
               display "I=INCLUIR  E=EXCLUIR  BRANCO VOLTA: "
                   with no advancing
               accept opcao-pre
               evaluate true
                   when opcao-pre equal "I" or opcao-pre equal "i"
                        perform inclui-prereq
                   when opcao-pre equal "E" or opcao-pre equal "e"
                        perform exclui-prereq
                   when other
                        continue
               end-evaluate.

       lista-prereqs.
          move 0 to cont-pre-listados.
          display "PRE-REQUISITOS DE " disc-pre-busca " "
              nome-tab(idx-achado).
          perform lista-um-prereq varying idx-pre from 1 by 1
              until idx-pre > tot-pre.
          if cont-pre-listados = 0
               display "  NENHUM".

       lista-um-prereq.
          if disc-pre-tab(idx-pre) equal disc-pre-busca
               add 1 to cont-pre-listados
               move req-pre-tab(idx-pre) to cod-busca
               perform busca-disciplina
               if idx-achado = 0
                    display "  " req-pre-tab(idx-pre)
                        " (FORA DO CATALOGO)"
               else
                    display "  " req-pre-tab(idx-pre) " "
                        nome-tab(idx-achado).

       inclui-prereq.
          display "CODIGO DO PRE-REQUISITO " with no advancing.
          accept req-digitado.
          move req-digitado to cod-busca.
          perform busca-disciplina.
          evaluate true
              when idx-achado = 0
                   display "DISCIPLINA " req-digitado
                       " NAO CADASTRADA"
              when req-digitado equal disc-pre-busca
                   display "DISCIPLINA NAO PODE SER PRE-REQUISITO "
                       "DELA MESMA"
              when other
                   perform confere-prereq
          end-evaluate.

      * o requisito ao contrario (a disciplina pedindo o proprio
      * requisito) travaria as duas para sempre.
       confere-prereq.
          move req-digitado to cod-busca.
          perform busca-prereq.
          if idx-pre-achado not = 0
               display "PRE-REQUISITO JA CADASTRADO"
          else
               move disc-pre-busca to cod-busca
               move req-digitado to disc-pre-busca
               perform busca-prereq
               move cod-busca to disc-pre-busca
               if idx-pre-achado not = 0
                    display "DISCIPLINA " req-digitado " JA TEM "
                        disc-pre-busca " COMO PRE-REQUISITO"
               else
                    perform grava-prereq.

       grava-prereq.
          if tot-pre < 1000
               add 1 to tot-pre
               move disc-pre-busca to disc-pre-tab(tot-pre)
               move req-digitado to req-pre-tab(tot-pre)
               add 1 to cont-pre-gravados
               display "PRE-REQUISITO " req-digitado " INCLUIDO"
          else
               display "TABELA DE PRE-REQUISITOS CHEIA".

       exclui-prereq.
          display "CODIGO DO PRE-REQUISITO " with no advancing.
          accept req-digitado.
          move req-digitado to cod-busca.
          perform busca-prereq.
          if idx-pre-achado = 0
               display "PRE-REQUISITO NAO CADASTRADO"
          else
               move 0 to disc-pre-tab(idx-pre-achado)
               move 0 to req-pre-tab(idx-pre-achado)
               add 1 to cont-pre-gravados
               display "PRE-REQUISITO " req-digitado " EXCLUIDO".

      * procura o par disciplina (disc-pre-busca) e requisito
      * (cod-busca) na tabela
       busca-prereq.
          move 0 to idx-pre-achado.
          perform acha-prereq varying idx-pre from 1 by 1
              until idx-pre > tot-pre.

       acha-prereq.
          if idx-pre-achado = 0
               and disc-pre-tab(idx-pre) equal disc-pre-busca
               and req-pre-tab(idx-pre) equal cod-busca
               move idx-pre to idx-pre-achado.

       busca-disciplina.
          move 0 to idx-achado.
          perform acha-disciplina varying idx-dsc from 1 by 1
       fim.
          if cont-gravados > 0
               perform regrava-disciplinas.
          if cont-pre-gravados > 0
               perform regrava-prereqs.
          display "ALTERACOES NA SESSAO: " cont-gravados.
          display "PRE-REQUISITOS ALTERADOS: " cont-pre-gravados.

       regrava-disciplinas.
          open output disciplinas.
          move ativo-tab(idx-dsc) to ativo-disc.
          write reg-disciplina.

       regrava-prereqs.
          open output prereqs.
          perform regrava-um-prereq varying idx-pre from 1 by 1
              until idx-pre > tot-pre.
          close prereqs.

       regrava-um-prereq.
          if disc-pre-tab(idx-pre) not = 0
               move disc-pre-tab(idx-pre) to disc-pre
               move req-pre-tab(idx-pre) to req-pre
               write reg-prereq.

      * identificacao do operador: 1 consulta, 2 atualizacao,
      * 3 administracao. funcoes que gravam exigem o nivel do
      * programa; a auditoria passa a ter autor em cada atualizacao.
