      *> KIT-BOM.cpy - shared record layout for one line of
      *> KitBom.txt: the bill of materials for a kit product, one
      *> line per component with how many of it go into one kit.
      *> KITMAINT maintains the file; AssignTwo reads it to post an
      *> assembly (transaction code 8), taking every component off
      *> its card and putting the kits on the kit card in the one
      *> posting, and EDITNEW and STOCKENTRY read it to know which
      *> products are kits. Kits are one level deep - a kit is never
      *> itself a component of another kit.
           05 KB-KIT-PRODUCT PIC 9(2).
           05 KB-COMPONENT PIC 9(2).
      *> quantity of the component in one kit
           05 KB-QUANTITY PIC 9(3)V99.
