              OPEN OUTPUT DEF-FILE
              MOVE "01 CUSTPOST YYYYYYY S CUSTPOST" TO DEF-REC
              WRITE DEF-REC
              MOVE "02 CUSTWOFF YYYYYYY C CUSTWOFF" TO DEF-REC
              WRITE DEF-REC
              MOVE "03 CUSTRCON YYYYYYY C CUSTRCON" TO DEF-REC
              WRITE DEF-REC
              MOVE "04 CUSTXREF YYYYYYY C CUSTXREF" TO DEF-REC
              WRITE DEF-REC
              MOVE "05 CUSTAGE  YYYYYYY C CUSTAGE" TO DEF-REC
              WRITE DEF-REC
              MOVE "06 CUSTSTCK YYYYYYY C CUSTSTCK" TO DEF-REC
              WRITE DEF-REC
              MOVE "07 CUSTJRNL YYYYYYY C CUSTJRNL" TO DEF-REC
              WRITE DEF-REC
              MOVE "08 CUSTSNAP YYYYYYY C CUSTSNAP" TO DEF-REC
              WRITE DEF-REC
              MOVE "09 CUSTDISP YNNNNNN C CUSTDISP" TO DEF-REC
              WRITE DEF-REC
              MOVE "10 CUSTPEND YYYYYYY C CUSTPEND" TO DEF-REC
              WRITE DEF-REC
      *> CUSTSEAL AND CUSTBKUP PROMPT FOR THEIR MODE AT THE CONSOLE,
      *> SO THE SEEDED COMMANDS PIPE THE NIGHTLY ANSWER IN - RUN
      *> BARE THEY WOULD READ EMPTY INPUT, END WITHOUT DOING THE
      *> WORK, AND STILL CHECK OUT AS COMPLETE.
              MOVE "11 CUSTSEAL YYYYYYY C echo V| CUSTSEAL" TO DEF-REC
              WRITE DEF-REC
              MOVE "12 CUSTBKUP YYYYYYY S echo B| CUSTBKUP" TO DEF-REC
              WRITE DEF-REC
              CLOSE DEF-FILE
              OPEN INPUT DEF-FILE
