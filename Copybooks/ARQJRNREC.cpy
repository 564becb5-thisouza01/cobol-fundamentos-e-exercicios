      *           blank after-image on a 'D' is an old-format entry
      *           from when deletes were physical, and ARQBKO
      *           restores it with a WRITE instead of a REWRITE.
      *           ARQBKO journals each reversal it applies under its
      *           own job id: a reversed add is a 'D' with a blank
      *           after-image (the record is physically deleted), a
      *           reversed change or logical delete is a 'C', and a
      *           rewritten physical delete is an 'A'.
      *           An update keyed in ARQINQ is applied only after a
      *           second operator approves it, and its entry carries
      *           the operator who keyed it (maker) and the one who
      *           approved it (checker); batch entries leave both
      *           blank. The two ids sit at the end of the line so
      *           older entries keep their offsets.
      ******************************************************************
       01  ARQ-JRN-REC.
           05 JRN-DATE              PIC X(08).
           05 JRN-TRN-IMAGE         PIC X(139).
           05 JRN-BEFORE-IMAGE      PIC X(147).
           05 JRN-AFTER-IMAGE       PIC X(147).
           05 JRN-MAKER-ID          PIC X(08).
           05 JRN-CHECKER-ID        PIC X(08).
