       select pendentes assign to disk
       organization is line sequential
       file status is pendentes-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
          value of file-id is "pendentes.dat".
          copy "pendente.cpy".

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
       77 lotelock-sts pic x(2).
       77 trava-lote pic x(1) value "N".
       77 resp-trava pic x(1) value " ".
          move sexo-ent to sexo-antigo-cor.
          move sexo-novo to sexo-novo-cor.
          move oper-digitado to oper-cor.
          move reg-alu to antes-diario.
          move sexo-novo to sexo-ent.
          rewrite reg-alu
               invalid key
                    display "ERRO AO REGRAVAR ALUNO " num-ent
               not invalid key
                    write reg-corrigidos
                    move "CADALU" to arq-diario
                    move "A" to acao-diario
                    move reg-alu to depois-diario
                    perform grava-diario
                    add 1 to cont-corrigidos
                    display "ALUNO " num-ent " CORRIGIDO PARA "
                        sexo-novo.
          close lotelock.
          move "N" to trava-lote.
          display "TRAVA DO LOTE LIBERADA PELO OPERADOR".

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
          move "24/X" to prog-dia.
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
