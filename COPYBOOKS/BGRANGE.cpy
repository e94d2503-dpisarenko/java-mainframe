      *Identifier-range registry - one card per number range
      *allocated to an upstream source system. A source may only
      *issue identifiers from its own active or planned ranges;
      *BinaryGap raises a finding for any identifier outside them,
      *and for any identifier inside another source's range. A
      *closed range is used up or withdrawn - nothing more may be
      *issued from it, and it still belongs to its source. Cards
      *starting with '*' are comments.
       01 RANGE-REGISTRY-RECORD.
           05 RG-SRC-SYSTEM    pic x(4).
           05                  pic x.
           05 RG-RANGE-START   pic 9(11).
           05                  pic x.
           05 RG-RANGE-END     pic 9(11).
           05                  pic x.
           05 RG-ALLOC-DATE    pic 9(8).
           05                  pic x.
      *A active, P planned (allocated, not yet issued from),
      *C closed.
           05 RG-STATUS        pic x.
               88 RG-ACTIVE        value 'A'.
               88 RG-PLANNED       value 'P'.
               88 RG-CLOSED        value 'C'.
               88 RG-STATUS-VALID  values 'A' 'P' 'C'.
           05                  pic x.
           05 RG-NOTE          pic x(30).
           05                  pic x(10).
       01 RANGE-COMMENT-CARD redefines RANGE-REGISTRY-RECORD.
           05 RG-CARD-FLAG     pic x.
               88 RG-COMMENT       value '*'.
           05                  pic x(79).
