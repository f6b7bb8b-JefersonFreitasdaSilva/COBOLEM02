       file status is histfinal-sts.
       select relpromo assign to disk
       organization is line sequential.
       select concluintes assign to disk
       organization is line sequential
       file status is concluintes-sts.
       select parmtermo assign to disk
       organization is line sequential
       file status is parmtermo-sts.
           value of file-id is "relpromo.dat".
       01 linha-rel pic x(80).

       fd concluintes
          label record is standard
          value of file-id is "concluintes.dat".
          copy "concluinte.cpy".

       fd parmtermo
          label record is standard
          value of file-id is "parmtermo.dat".
       77 histfinal-sts pic x(2).
       77 parmtermo-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 concluintes-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 termo-corrente pic 9(6) value 0.
       77 tot-hist pic 9(5) value 0.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          open extend concluintes.
          if concluintes-sts not equal "00"
               open output concluintes.
      * o cadalu.dat da vespera fica guardado pela geracao de backup
      * do 31/ae, que roda antes deste passo no fim de termo.
          display "VIRADA DE TERMO: CONFIRA A GERACAO DE BACKUP DO "
              " PARA " turma-ent into linha-rel.
          write linha-rel.

      * o concluinte fica registrado para a emissao do diploma e
      * do historico oficial (93/co).
       linha-concluiu.
          move spaces to linha-rel.
          string num-ent " " nome-ent " CONCLUIU A TURMA C - "
              "ENCAMINHAR PARA O CERTIFICADO" into linha-rel.
          write linha-rel.
          move num-ent to num-conc.
          move termo-corrente to termo-conc.
          move data-execucao to data-conc.
          write reg-concluinte.

       linha-retido.
          move spaces to linha-rel.
          compute rejeita-aud = cont-semdesf + cont-inativo.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close cadalu relpromo auditoria concluintes.
          display "VIRADA DE TERMO: " cont-promov " PROMOVIDOS, "
              cont-concluiu " CONCLUINTES, " cont-retidos
              " RETIDOS".
