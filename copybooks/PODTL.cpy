       02 PdProdCode PIC 9(5).
       02 PdQtyOrdered PIC 9(5).
       02 PdQtyReceived PIC 9(5).
      *> Date the first receipt was posted against the line - spaces
      *> until something arrives. The gap from PoDate is the lead time
      *> reordcalc measures vendors by.
       02 PdFirstRecvDate PIC X(8).
      *> Date of the latest receipt against the line - against the
      *> promised PoExpectDate it says whether the vendor delivered
      *> on time (vendscore).
       02 PdLastRecvDate PIC X(8).
      *> Quantity sent back to the vendor on rtvendor returns - a
      *> line can only return what was received and not already
      *> returned.
       02 PdQtyReturned PIC 9(5).
