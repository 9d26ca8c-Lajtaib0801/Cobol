001310                            SIGN LEADING SEPARATE.
001400     05 EXC-COMPUTED-RESULT PIC S9(11)V9(4)
001410                            SIGN LEADING SEPARATE.
001500* The source's own reference, carried through to the audit
001600* record ADD06XR posts.
001700     05 EXC-SOURCE-REF      PIC X(12).
